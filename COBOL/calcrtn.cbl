      * upstream return build - tells the area that sent a CALCIN what
      * became of every detail on it.  until now a source system only
      * ever learnt which of its records computed and which were
      * refused by ringing for the CALCERR listing; this puts it on
      * a file they receive at the end of the batch stream.
      *
      *   CALCPARM  in   the calculator's card - PM-JOB-ID picks the
      *                  run off CALCAUD as in CALCRCN and CALCJNL
      *   CALCIN    in   the transmission as the source sent it - the
      *                  header names the source system, the details
      *                  give the record order returned in
      *   CALCRUN   in   the run register - only a completed run is
      *                  returned, and CALCIN must be the file it ran
      *   CALCAUD   in   the audit trail, this run's records - the
      *                  accepted details, with their AUDMAST keys
      *   CALCERR   in   the run's rejects
      *   CALCRTN   ext  the source system's return file (CALCRTNR.cpy)
      *                  - one header/records/trailer group per run
      *   CALCTKT   in   the CALCCTL check-in ticket (CALCTKTR.cpy)
      *   CALCDAY   ext  the batch-day control file (CALCDAYR.cpy) -
      *                  the step's own check-out, code and counts
      *
      * one return file per source system: the stream allocates
      * CALCRTN to the return dataset of the system named on the
      * CALCIN header it is processing, the same dataset CALCFIX
      * adds its follow-ups to.  a CALCRTN already holding another
      * system's groups means the wrong dataset was allocated - the
      * run is refused RC 12 before anything is written to it.  so
      * is a run already returned, so a rerun can't send it twice.
      *
      * the run is identified by CALCIN itself: its record count and
      * hash are worked out exactly as the calculator works them out
      * for the run register, and must be on CALCRUN - which is also
      * how a split/merge run is found, CALCMRGE registering the
      * whole file's identity after a clean merge.  the merge puts
      * CALCERR and CALCAUD back into original record order under
      * the original record numbers, so from here on a merged run
      * reads exactly like a single-stream one.
      *
      * every detail on CALCIN is matched, in order, to either its
      * CALCERR reject or its CALCAUD record (every share of a
      * spread).  the match is proved in full on a first pass before
      * the return file is even opened: a detail with neither, or
      * anything left over on CALCERR or this run's CALCAUD, means
      * the outputs don't account for the input - the run is refused
      * RC 16 and nothing goes to the source.  CALCRCN proves the
      * same thing in total, which is why the stream runs this step
      * only behind a clean CALCRCN.
      *
      * this run's audit records are the ones carrying its job id.
      * left blank on the card, the job id is the one the run
      * registered under - not available for a merged run, which
      * registers as CALCSPLT, so key PM-JOB-ID for those.  a job id
      * used again on a later day starts a fresh stretch of the trail
      * (record numbers drop back, or the audit sequence restarts at
      * 1) and only the latest stretch is taken.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCRTN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-PARM-FILE ASSIGN TO 'CALCPARM'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT CALC-TRANS-FILE ASSIGN TO 'CALCIN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRN-STATUS.
           SELECT CALC-RUN-REGISTER ASSIGN TO 'CALCRUN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUN-STATUS.
           SELECT CALC-AUDIT-LOG ASSIGN TO 'CALCAUD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.
           SELECT CALC-ERROR-LOG ASSIGN TO 'CALCERR'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ERR-STATUS.
           SELECT CALC-RETURN-FILE ASSIGN TO 'CALCRTN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RTN-STATUS.
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

       FD  CALC-TRANS-FILE.
           COPY CALCTRAN.

       FD  CALC-RUN-REGISTER.
           COPY CALCRUNR.

       FD  CALC-AUDIT-LOG.
           COPY CALCAUDR.

       FD  CALC-ERROR-LOG.
           COPY CALCERRF.

       FD  CALC-RETURN-FILE.
           COPY CALCRTNR.

       FD  CALC-TICKET-FILE.
           COPY CALCTKTR.

       FD  CALC-DAY-FILE.
           COPY CALCDAYR.

       WORKING-STORAGE SECTION.
       01 WS-PARM-STATUS PIC X(2) VALUE '00'.
       01 WS-TRN-STATUS PIC X(2) VALUE '00'.
       01 WS-RUN-STATUS PIC X(2) VALUE '00'.
       01 WS-AUD-STATUS PIC X(2) VALUE '00'.
       01 WS-ERR-STATUS PIC X(2) VALUE '00'.
       01 WS-RTN-STATUS PIC X(2) VALUE '00'.

       01 WS-EOF-SWITCH PIC X(1) VALUE 'N'.
          88 END-OF-FILE-SW VALUE 'Y'.
       01 WS-TRN-EOF-SW PIC X(1) VALUE 'N'.
          88 END-OF-TRANS-FILE VALUE 'Y'.

      * the transmission: who sent it, for when, and its identity as
      * the run register holds it
       01 WS-SOURCE-SYSTEM PIC X(8) VALUE SPACES.
       01 WS-BATCH-DATE PIC 9(8) VALUE ZERO.
       01 WS-HEADER-SEEN-SW PIC X(1) VALUE 'N'.
          88 WS-HEADER-SEEN VALUE 'Y'.
       01 WS-TRAILER-SEEN-SW PIC X(1) VALUE 'N'.
          88 WS-TRAILER-SEEN VALUE 'Y'.
       01 WS-TRL-COUNT PIC 9(9) VALUE ZERO.
       01 WS-TRL-HASH PIC S9(18)V9(4) VALUE ZERO.
       01 WS-RUN-REC-COUNT PIC 9(9) VALUE ZERO.
       01 WS-RUN-HASH PIC S9(18)V9(4) VALUE ZERO.

       01 WS-JOB-ID PIC X(8) VALUE SPACES.
       01 WS-REG-JOB-ID PIC X(8) VALUE SPACES.
       01 WS-REGISTERED-SW PIC X(1) VALUE 'N'.
          88 WS-RUN-REGISTERED VALUE 'Y'.
       01 WS-RETURNED-SW PIC X(1) VALUE 'N'.
          88 WS-ALREADY-RETURNED VALUE 'Y'.
       01 WS-OTHER-SOURCE PIC X(8) VALUE SPACES.

      * where this run's stretch of the trail starts - the number of
      * its job id's records to pass over first
       01 WS-AUD-ORDINAL PIC 9(9) VALUE ZERO.
       01 WS-AUD-SKIP PIC 9(9) VALUE ZERO.
       01 WS-AUD-PREV-NUM PIC 9(9) VALUE ZERO.

      * the two passes.  V proves the match and writes nothing; W
      * writes the group
       01 WS-PASS-SW PIC X(1) VALUE 'V'.
          88 WS-VERIFY-PASS VALUE 'V'.
          88 WS-WRITE-PASS VALUE 'W'.

      * the next unmatched record on each outcome file
       01 WS-AUD-PENDING-SW PIC X(1) VALUE 'N'.
          88 WS-AUD-PENDING VALUE 'Y'.
       01 WS-ERR-PENDING-SW PIC X(1) VALUE 'N'.
          88 WS-ERR-PENDING VALUE 'Y'.
       01 WS-DETAIL-NUM PIC 9(9) VALUE ZERO.

       01 WS-CNT-ACCEPTED PIC 9(9) VALUE ZERO.
       01 WS-CNT-REJECTED PIC 9(9) VALUE ZERO.
       01 WS-CNT-NO-OUTCOME PIC 9(9) VALUE ZERO.
       01 WS-CNT-LEFT-AUD PIC 9(9) VALUE ZERO.
       01 WS-CNT-LEFT-ERR PIC 9(9) VALUE ZERO.
       01 WS-CNT-FOREIGN-ERR PIC 9(9) VALUE ZERO.
       01 WS-CNT-OTHER-JOB PIC 9(9) VALUE ZERO.
       01 WS-FIRST-BAD-NUM PIC 9(9) VALUE ZERO.
       01 WS-SENT-HASH PIC S9(18)V9(4) VALUE ZERO.
       01 WS-FUNC-TOTAL PIC S9(18)V9(4) VALUE ZERO.
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
           PERFORM SCAN-TRANS-PARA.
           PERFORM CHECK-REGISTER-PARA.

           IF WS-JOB-ID = SPACES
               IF WS-REG-JOB-ID = 'CALCSPLT'
                   DISPLAY 'CALCRTN: CALCIN ran split/merge and ',
                      'there is no PM-JOB-ID to pick its audit ',
                      'records by - key the job id the partition ',
                      'runs used'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-REG-JOB-ID TO WS-JOB-ID
           END-IF.

           PERFORM CHECK-RETURN-FILE-PARA.
           PERFORM FIND-AUDIT-START-PARA.

           MOVE 'V' TO WS-PASS-SW.
           PERFORM MATCH-PASS-PARA.
           IF WS-CNT-NO-OUTCOME > 0 OR WS-CNT-LEFT-AUD > 0
              OR WS-CNT-LEFT-ERR > 0 OR WS-CNT-FOREIGN-ERR > 0
               PERFORM RETURN-REPORT-PARA
               DISPLAY 'CALCRTN: CALCAUD and CALCERR do not account ',
                  'for every CALCIN detail (first at record ',
                  WS-FIRST-BAD-NUM, ') - nothing returned, ',
                  'reconcile the run first'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM OPEN-RETURN-PARA.
           PERFORM WRITE-HEADER-PARA.
           MOVE 'W' TO WS-PASS-SW.
           PERFORM MATCH-PASS-PARA.
           PERFORM WRITE-TRAILER-PARA.
           CLOSE CALC-RETURN-FILE.

           PERFORM RETURN-REPORT-PARA.

      * check out on CALCDAY with the code and counts above
           COMPUTE WS-CKO-IN-COUNT = WS-CNT-ACCEPTED + WS-CNT-REJECTED.
           MOVE WS-CKO-IN-COUNT TO WS-CKO-OUT-COUNT.
           MOVE WS-CNT-REJECTED TO WS-CKO-REJ-COUNT.
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
               END-READ
               CLOSE CALC-PARM-FILE
           END-IF.

      * the header's source system and batch date, the trailer's
      * controls, and the run identity - counted and hashed exactly
      * as the calculator does it for CALCRUN: every detail counts,
      * a reversal hashes nothing, a spread or a rate-coded operand
      * hashes CT-B, anything else CT-A and CT-B
       SCAN-TRANS-PARA.
           OPEN INPUT CALC-TRANS-FILE.
           IF WS-TRN-STATUS NOT = '00'
               DISPLAY 'CALCRTN: cannot open CALCIN, status ',
                  WS-TRN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'N' TO WS-TRN-EOF-SW.
           PERFORM UNTIL END-OF-TRANS-FILE
               READ CALC-TRANS-FILE
                   AT END
                       MOVE 'Y' TO WS-TRN-EOF-SW
                   NOT AT END
                       EVALUATE TRUE
                          WHEN CT-IS-HEADER
                               MOVE 'Y' TO WS-HEADER-SEEN-SW
                               MOVE CT-H-SOURCE-SYSTEM TO
                                  WS-SOURCE-SYSTEM
                               MOVE CT-H-BATCH-DATE TO WS-BATCH-DATE
                          WHEN CT-IS-TRAILER
                               MOVE 'Y' TO WS-TRAILER-SEEN-SW
                               MOVE CT-T-REC-COUNT TO WS-TRL-COUNT
                               MOVE CT-T-HASH TO WS-TRL-HASH
                          WHEN OTHER
                               ADD 1 TO WS-RUN-REC-COUNT
                               EVALUATE TRUE
                                  WHEN CT-IS-REVERSAL
                                       CONTINUE
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
                       END-EVALUATE
               END-READ
           END-PERFORM.
           CLOSE CALC-TRANS-FILE.

           IF NOT WS-HEADER-SEEN OR NOT WS-TRAILER-SEEN
               DISPLAY 'CALCRTN: CALCIN has no header or no trailer ',
                  '- not a transmission the calculator ran'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-SOURCE-SYSTEM = SPACES
               DISPLAY 'CALCRTN: CALCIN header names no source ',
                  'system - nobody to return it to'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * the latest registration with this file's identity - the run
      * that processed it
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
                       IF RR-REC-COUNT = WS-RUN-REC-COUNT
                          AND RR-HASH = WS-RUN-HASH
                          AND RR-BATCH-DATE = WS-BATCH-DATE
                           MOVE 'Y' TO WS-REGISTERED-SW
                           MOVE RR-JOB-ID TO WS-REG-JOB-ID
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-RUN-STATUS = '00' OR WS-RUN-STATUS = '10'
               CLOSE CALC-RUN-REGISTER
           END-IF.

           IF NOT WS-RUN-REGISTERED
               DISPLAY 'CALCRTN: CALCIN from ', WS-SOURCE-SYSTEM,
                  ' for ', WS-BATCH-DATE, ' is not on the CALCRUN ',
                  'register - not a completed run, nothing returned'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * the return file must be this source's, and must not have
      * this run on it already.  a missing file (status 35) is the
      * source's first return.
       CHECK-RETURN-FILE-PARA.
           MOVE 'N' TO WS-EOF-SWITCH.
           OPEN INPUT CALC-RETURN-FILE.
           IF WS-RTN-STATUS NOT = '00'
               MOVE 'Y' TO WS-EOF-SWITCH
           END-IF.
           PERFORM UNTIL END-OF-FILE-SW
               READ CALC-RETURN-FILE
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF UR-IS-HEADER
                           IF UR-H-SOURCE-SYSTEM NOT = WS-SOURCE-SYSTEM
                               MOVE UR-H-SOURCE-SYSTEM TO
                                  WS-OTHER-SOURCE
                           END-IF
                           IF UR-H-IS-RUN
                              AND UR-H-JOB-ID = WS-JOB-ID
                              AND UR-H-BATCH-DATE = WS-BATCH-DATE
                               MOVE 'Y' TO WS-RETURNED-SW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-RTN-STATUS = '00' OR WS-RTN-STATUS = '10'
               CLOSE CALC-RETURN-FILE
           END-IF.

           IF WS-OTHER-SOURCE NOT = SPACES
               DISPLAY 'CALCRTN: CALCRTN holds returns for ',
                  WS-OTHER-SOURCE, ' - allocate the return file of ',
                  WS-SOURCE-SYSTEM, ', nothing written'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-ALREADY-RETURNED
               DISPLAY 'CALCRTN: job ', WS-JOB-ID, ' for ',
                  WS-BATCH-DATE, ' is already on CALCRTN - run ',
                  'refused, nothing written'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

      * finds where the job id's latest stretch of the trail starts
      * (see the header comment) and counts everything before it
       FIND-AUDIT-START-PARA.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE ZERO TO WS-AUD-ORDINAL.
           MOVE ZERO TO WS-AUD-SKIP.
           MOVE ZERO TO WS-AUD-PREV-NUM.
           OPEN INPUT CALC-AUDIT-LOG.
           IF WS-AUD-STATUS NOT = '00'
               DISPLAY 'CALCRTN: cannot open CALCAUD, status ',
                  WS-AUD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL END-OF-FILE-SW
               READ CALC-AUDIT-LOG
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF AL-JOB-ID = WS-JOB-ID
                           ADD 1 TO WS-AUD-ORDINAL
                           IF AL-RECORD-NUM < WS-AUD-PREV-NUM
                              OR (AL-AUD-SEQ IS NUMERIC
                                  AND AL-AUD-SEQ = 1)
                               COMPUTE WS-AUD-SKIP =
                                  WS-AUD-ORDINAL - 1
                           END-IF
                           MOVE AL-RECORD-NUM TO WS-AUD-PREV-NUM
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE CALC-AUDIT-LOG.

      * one walk of CALCIN against the two outcome files, in record
      * order.  the same walk proves the match and, second time
      * round, writes it - so what was proved is what is written.
       MATCH-PASS-PARA.
           MOVE ZERO TO WS-DETAIL-NUM.
           MOVE ZERO TO WS-CNT-ACCEPTED.
           MOVE ZERO TO WS-CNT-REJECTED.
           MOVE ZERO TO WS-CNT-NO-OUTCOME.
           MOVE ZERO TO WS-CNT-LEFT-AUD.
           MOVE ZERO TO WS-CNT-LEFT-ERR.
           MOVE ZERO TO WS-CNT-FOREIGN-ERR.
           MOVE ZERO TO WS-CNT-OTHER-JOB.
           MOVE ZERO TO WS-AUD-ORDINAL.
           MOVE ZERO TO WS-FIRST-BAD-NUM.
           MOVE ZERO TO WS-SENT-HASH.
           MOVE ZERO TO WS-FUNC-TOTAL.

           OPEN INPUT CALC-TRANS-FILE.
           OPEN INPUT CALC-AUDIT-LOG.
           OPEN INPUT CALC-ERROR-LOG.
           IF WS-ERR-STATUS NOT = '00'
               DISPLAY 'CALCRTN: cannot open CALCERR, status ',
                  WS-ERR-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 'Y' TO WS-AUD-PENDING-SW.
           PERFORM READ-NEXT-AUDIT-PARA.
           MOVE 'Y' TO WS-ERR-PENDING-SW.
           PERFORM READ-NEXT-REJECT-PARA.

           MOVE 'N' TO WS-TRN-EOF-SW.
           PERFORM UNTIL END-OF-TRANS-FILE
               READ CALC-TRANS-FILE
                   AT END
                       MOVE 'Y' TO WS-TRN-EOF-SW
                   NOT AT END
                       IF CT-IS-HEADER OR CT-IS-TRAILER
                           CONTINUE
                       ELSE
                           PERFORM RETURN-ONE-DETAIL-PARA
                       END-IF
               END-READ
           END-PERFORM.

      * anything still pending belongs to no detail on this CALCIN
           PERFORM UNTIL NOT WS-ERR-PENDING
               ADD 1 TO WS-CNT-LEFT-ERR
               IF WS-FIRST-BAD-NUM = ZERO
                   MOVE CE-RECORD-NUM TO WS-FIRST-BAD-NUM
               END-IF
               PERFORM READ-NEXT-REJECT-PARA
           END-PERFORM.
           PERFORM UNTIL NOT WS-AUD-PENDING
               ADD 1 TO WS-CNT-LEFT-AUD
               IF WS-FIRST-BAD-NUM = ZERO
                   MOVE AL-RECORD-NUM TO WS-FIRST-BAD-NUM
               END-IF
               PERFORM READ-NEXT-AUDIT-PARA
           END-PERFORM.

           CLOSE CALC-TRANS-FILE CALC-AUDIT-LOG CALC-ERROR-LOG.

      * the next record of this run's stretch of the trail
       READ-NEXT-AUDIT-PARA.
           MOVE 'N' TO WS-EOF-SWITCH.
           PERFORM UNTIL END-OF-FILE-SW
               READ CALC-AUDIT-LOG
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                       MOVE 'N' TO WS-AUD-PENDING-SW
                   NOT AT END
                       IF AL-JOB-ID = WS-JOB-ID
                           ADD 1 TO WS-AUD-ORDINAL
                           IF WS-AUD-ORDINAL > WS-AUD-SKIP
                               MOVE 'Y' TO WS-EOF-SWITCH
                           ELSE
                               ADD 1 TO WS-CNT-OTHER-JOB
                           END-IF
                       ELSE
                           ADD 1 TO WS-CNT-OTHER-JOB
                       END-IF
               END-READ
           END-PERFORM.

      * CALCERR is the run's own file - every reject on it must be
      * from this source's batch, or it is some other run's CALCERR
       READ-NEXT-REJECT-PARA.
           READ CALC-ERROR-LOG
               AT END
                   MOVE 'N' TO WS-ERR-PENDING-SW
               NOT AT END
                   IF CE-SOURCE-SYSTEM NOT = WS-SOURCE-SYSTEM
                      OR CE-BATCH-DATE NOT = WS-BATCH-DATE
                       ADD 1 TO WS-CNT-FOREIGN-ERR
                       IF WS-FIRST-BAD-NUM = ZERO
                           MOVE CE-RECORD-NUM TO WS-FIRST-BAD-NUM
                       END-IF
                   END-IF
           END-READ.

      * one detail, one outcome: its reject, or its audit record -
      * every share of a spread, which are written under the one
      * record number and added back up to the total spread
       RETURN-ONE-DETAIL-PARA.
           ADD 1 TO WS-DETAIL-NUM.

           MOVE SPACES TO UR-RECORD.
           MOVE 'D' TO UR-TYPE.
           MOVE WS-SOURCE-SYSTEM TO UR-SOURCE-SYSTEM.
           MOVE WS-BATCH-DATE TO UR-BATCH-DATE.
           MOVE WS-DETAIL-NUM TO UR-RECORD-NUM.
           MOVE CT-CHAIN-ID TO UR-CHAIN-ID.
           MOVE CT-OPERATOR TO UR-OPERATOR.
           MOVE CT-DEPT TO UR-DEPT.
           MOVE CT-CURRENCY TO UR-CURRENCY.
           MOVE ZERO TO UR-RESULT.
           MOVE ZERO TO UR-FUNC-RESULT.
           MOVE ZERO TO UR-DISP-DATE.
           MOVE ZERO TO UR-RSB-DATE.
           IF CT-A-IS-RATE-CODE OR CT-IS-REVERSAL OR CT-IS-SPREAD
               MOVE ZERO TO UR-SENT-AMOUNT
           ELSE
               MOVE CT-A TO UR-SENT-AMOUNT
               ADD CT-A TO WS-SENT-HASH
                   ON SIZE ERROR CONTINUE
               END-ADD
           END-IF.

           EVALUATE TRUE
              WHEN WS-ERR-PENDING AND CE-RECORD-NUM = WS-DETAIL-NUM
                   MOVE 'R' TO UR-OUTCOME
                   MOVE CE-REASON-CODE TO UR-REASON-CODE
                   MOVE CE-REASON-TEXT TO UR-REASON-TEXT
                   ADD 1 TO WS-CNT-REJECTED
                   PERFORM READ-NEXT-REJECT-PARA
              WHEN WS-AUD-PENDING AND AL-RECORD-NUM = WS-DETAIL-NUM
                   MOVE 'A' TO UR-OUTCOME
                   STRING AL-TIMESTAMP DELIMITED BY SIZE
                          AL-RECORD-NUM DELIMITED BY SIZE
                     INTO UR-AUD-KEY
                   MOVE AL-RESULT TO UR-RESULT
                   MOVE AL-FUNC-RESULT TO UR-FUNC-RESULT
                   ADD 1 TO WS-CNT-ACCEPTED
                   PERFORM READ-NEXT-AUDIT-PARA
                   IF CT-IS-SPREAD
                       PERFORM UNTIL NOT WS-AUD-PENDING
                          OR AL-RECORD-NUM NOT = WS-DETAIL-NUM
                           ADD AL-RESULT TO UR-RESULT
                               ON SIZE ERROR CONTINUE
                           END-ADD
                           ADD AL-FUNC-RESULT TO UR-FUNC-RESULT
                               ON SIZE ERROR CONTINUE
                           END-ADD
                           PERFORM READ-NEXT-AUDIT-PARA
                       END-PERFORM
                   END-IF
                   ADD UR-FUNC-RESULT TO WS-FUNC-TOTAL
                       ON SIZE ERROR CONTINUE
                   END-ADD
              WHEN OTHER
                   ADD 1 TO WS-CNT-NO-OUTCOME
                   IF WS-FIRST-BAD-NUM = ZERO
                       MOVE WS-DETAIL-NUM TO WS-FIRST-BAD-NUM
                   END-IF
           END-EVALUATE.

           IF WS-WRITE-PASS
               WRITE UR-RECORD
               PERFORM CHECK-RETURN-WRITE-PARA
           END-IF.

       OPEN-RETURN-PARA.
           OPEN EXTEND CALC-RETURN-FILE.
           IF WS-RTN-STATUS = '35'
               OPEN OUTPUT CALC-RETURN-FILE
           END-IF.
           IF WS-RTN-STATUS NOT = '00'
               DISPLAY 'CALCRTN: cannot open CALCRTN, status ',
                  WS-RTN-STATUS
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

           MOVE SPACES TO UR-HEADER-RECORD.
           MOVE 'H' TO UR-H-TYPE.
           MOVE WS-SOURCE-SYSTEM TO UR-H-SOURCE-SYSTEM.
           MOVE WS-BATCH-DATE TO UR-H-BATCH-DATE.
           MOVE 'R' TO UR-H-KIND.
           MOVE WS-JOB-ID TO UR-H-JOB-ID.
           MOVE WS-TIMESTAMP TO UR-H-CREATED.
           WRITE UR-HEADER-RECORD.
           PERFORM CHECK-RETURN-WRITE-PARA.

       WRITE-TRAILER-PARA.
           MOVE SPACES TO UR-TRAILER-RECORD.
           MOVE 'T' TO UR-T-TYPE.
           MOVE WS-SOURCE-SYSTEM TO UR-T-SOURCE-SYSTEM.
           MOVE WS-BATCH-DATE TO UR-T-BATCH-DATE.
           MOVE WS-DETAIL-NUM TO UR-T-REC-COUNT.
           MOVE WS-SENT-HASH TO UR-T-HASH.
           MOVE WS-CNT-ACCEPTED TO UR-T-CNT-ACCEPTED.
           MOVE WS-CNT-REJECTED TO UR-T-CNT-REJECTED.
           MOVE ZERO TO UR-T-CNT-REPAIRED.
           MOVE ZERO TO UR-T-CNT-WRITTEN-OFF.
           MOVE WS-FUNC-TOTAL TO UR-T-FUNC-TOTAL.
           WRITE UR-TRAILER-RECORD.
           PERFORM CHECK-RETURN-WRITE-PARA.

      * a short return is worse than none - stop the run and have
      * the partial group taken off the file before the rerun
       CHECK-RETURN-WRITE-PARA.
           IF WS-RTN-STATUS NOT = '00'
               DISPLAY 'CALCRTN: CALCRTN write failed, status ',
                  WS-RTN-STATUS, ' - remove job ', WS-JOB-ID,
                  ' from CALCRTN before the rerun'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       RETURN-REPORT-PARA.
           DISPLAY '===================================='.
           DISPLAY ' UPSTREAM RETURN REPORT'.
           DISPLAY '===================================='.
           DISPLAY ' SOURCE SYSTEM . . . : ', WS-SOURCE-SYSTEM.
           DISPLAY ' BATCH DATE. . . . . : ', WS-BATCH-DATE.
           DISPLAY ' JOB ID. . . . . . . : ', WS-JOB-ID.
           DISPLAY ' REGISTERED AS . . . : ', WS-REG-JOB-ID.
           DISPLAY '------------------------------------'.
           DISPLAY ' DETAILS ON CALCIN . : ', WS-DETAIL-NUM.
           DISPLAY ' ACCEPTED. . . . . . : ', WS-CNT-ACCEPTED.
           DISPLAY ' REJECTED. . . . . . : ', WS-CNT-REJECTED.
           IF WS-CNT-NO-OUTCOME > 0 OR WS-CNT-LEFT-AUD > 0
              OR WS-CNT-LEFT-ERR > 0 OR WS-CNT-FOREIGN-ERR > 0
               DISPLAY ' NO OUTCOME FOUND. . : ', WS-CNT-NO-OUTCOME
               DISPLAY ' CALCAUD LEFT OVER . : ', WS-CNT-LEFT-AUD
               DISPLAY ' CALCERR LEFT OVER . : ', WS-CNT-LEFT-ERR
               DISPLAY ' OTHER BATCH REJECTS : ', WS-CNT-FOREIGN-ERR
           END-IF.
           DISPLAY ' OTHER RUNS SKIPPED. : ', WS-CNT-OTHER-JOB.
           DISPLAY '------------------------------------'.
           DISPLAY ' TRAILER COUNT SENT. : ', WS-TRL-COUNT.
           MOVE WS-TRL-HASH TO WS-TOTAL-EDIT.
           DISPLAY ' TRAILER HASH SENT . : ', WS-TOTAL-EDIT.
           MOVE WS-SENT-HASH TO WS-TOTAL-EDIT.
           DISPLAY ' HASH RETURNED . . . : ', WS-TOTAL-EDIT.
           MOVE WS-FUNC-TOTAL TO WS-TOTAL-EDIT.
           DISPLAY ' ACCEPTED FUNCTIONAL : ', WS-TOTAL-EDIT.
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
               DISPLAY 'CALCRTN: no CALCCTL check-in ticket - ',
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
               DISPLAY 'CALCRTN: cannot open CALCDAY, status ',
                  WS-DAY-STATUS, ' - run not checked out'
               IF RETURN-CODE = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               WRITE DY-RECORD
               IF WS-DAY-STATUS = '00'
                   DISPLAY 'CALCRTN: ', WS-CKO-STEP,
                      ' checked out for ', WS-CKO-BUS-DATE,
                      ' CC ', DY-CC
               ELSE
                   DISPLAY 'CALCRTN: CALCDAY write failed, ',
                      'status ', WS-DAY-STATUS, ' - run not checked out'
                   IF RETURN-CODE = ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               CLOSE CALC-DAY-FILE
           END-IF.
