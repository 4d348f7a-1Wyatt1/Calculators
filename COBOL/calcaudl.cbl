      * file end to end.  AUDMAST is keyed on run date + record number
      * with an alternate key on chain id, and CALCAUDQ answers the
      * same question with one keyed read.
      *
      * a reversal landing on the master links its original too:
      * the original is read back by the key the reversal carries
      * and REWRITten with the reversal's key in AM-REVERSED-BY, so
      * the pair reads linked both ways from either end - and the
      * calculator refuses a second reversal of that original.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCAUDL.

               RECORD KEY IS AM-KEY
               ALTERNATE RECORD KEY IS AM-CHAIN-ID WITH DUPLICATES
               FILE STATUS IS WS-MST-STATUS.
           SELECT CALC-TICKET-FILE ASSIGN TO 'CALCTKT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TKT-STATUS.
           SELECT CALC-DAY-FILE ASSIGN TO 'CALCDAY'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DAY-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-MASTER-FILE.
           COPY CALCAMST.

       FD  CALC-TICKET-FILE.
           COPY CALCTKTR.

       FD  CALC-DAY-FILE.
           COPY CALCDAYR.

       WORKING-STORAGE SECTION.
       01 WS-AUD-STATUS PIC X(2) VALUE '00'.
       01 WS-MST-STATUS PIC X(2) VALUE '00'.
       01 WS-CNT-LOADED PIC 9(9) VALUE ZERO.
       01 WS-CNT-DUPLICATE PIC 9(9) VALUE ZERO.
       01 WS-CNT-IN-ERROR PIC 9(9) VALUE ZERO.
       01 WS-CNT-LINKED PIC 9(9) VALUE ZERO.
       01 WS-CNT-LINK-ERROR PIC 9(9) VALUE ZERO.

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
           END-IF.

      * incremental by default - first ever load (status 35, no
      * master yet) creates the file instead, then takes it back I-O:
      * a reversal in the trail reads and rewrites its original, and
      * a file left open OUTPUT allows neither
           OPEN I-O AUDIT-MASTER-FILE.
           IF WS-MST-STATUS = '35'
               OPEN OUTPUT AUDIT-MASTER-FILE
               IF WS-MST-STATUS = '00'
                   CLOSE AUDIT-MASTER-FILE
                   OPEN I-O AUDIT-MASTER-FILE
               END-IF
           END-IF.
           IF WS-MST-STATUS NOT = '00'
               DISPLAY 'CALCAUDL: cannot open AUDMAST, status ',
           DISPLAY ' LOADED TO AUDMAST . : ', WS-CNT-LOADED.
           DISPLAY ' ALREADY LOADED. . . : ', WS-CNT-DUPLICATE.
           DISPLAY ' WRITE ERRORS. . . . : ', WS-CNT-IN-ERROR.
           DISPLAY ' REVERSALS LINKED. . : ', WS-CNT-LINKED.
           DISPLAY ' LINK ERRORS . . . . : ', WS-CNT-LINK-ERROR.
           DISPLAY '===================================='.

           IF WS-CNT-IN-ERROR > 0 OR WS-CNT-LINK-ERROR > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

      * check out on CALCDAY with the code and counts above
           MOVE WS-CNT-READ TO WS-CKO-IN-COUNT.
           MOVE WS-CNT-LOADED TO WS-CKO-OUT-COUNT.
           COMPUTE WS-CKO-REJ-COUNT = WS-CNT-IN-ERROR +
              WS-CNT-LINK-ERROR.
           PERFORM CHECK-OUT-STEP-PARA.

           STOP RUN.

      * the full write timestamp plus the record number is the key -
           MOVE AL-DEPT TO AM-DEPT.
           MOVE AL-JOB-ID TO AM-JOB-ID.
           MOVE AL-RATE-CODE TO AM-RATE-CODE.
           MOVE AL-REVERSAL-OF TO AM-REVERSAL-OF.
           MOVE AL-REVERSED-BY TO AM-REVERSED-BY.
           MOVE AL-CURRENCY TO AM-CURRENCY.
           MOVE AL-FX-RATE TO AM-FX-RATE.
           MOVE AL-FUNC-A TO AM-FUNC-A.
           MOVE AL-FUNC-B TO AM-FUNC-B.
           MOVE AL-FUNC-RESULT TO AM-FUNC-RESULT.

           WRITE AM-RECORD
               INVALID KEY
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-CNT-LOADED
                   IF AL-OPERATOR = 'V'
                      AND AL-REVERSAL-OF NOT = SPACES
                       PERFORM LINK-ORIGINAL-PARA
                   END-IF
           END-WRITE.

      * stamp the reversal's key on the original it backed out.  the
      * calculator only posted the reversal after finding the
      * original here unreversed, so a missing original or one
      * already linked to a different reversal means the master was
      * rebuilt or tampered with since - reported, not overwritten.
       LINK-ORIGINAL-PARA.
           MOVE AL-REVERSAL-OF TO AM-KEY.
           READ AUDIT-MASTER-FILE
               INVALID KEY
                   ADD 1 TO WS-CNT-LINK-ERROR
                   DISPLAY 'CALCAUDL: original ', AL-REVERSAL-OF,
                      ' of reversal ', AL-RECORD-NUM,
                      ' not on AUDMAST, status ', WS-MST-STATUS
               NOT INVALID KEY
                   EVALUATE TRUE
                      WHEN AM-REVERSED-BY = AL-RECORD(1:30)
                           CONTINUE
                      WHEN AM-REVERSED-BY NOT = SPACES
                           ADD 1 TO WS-CNT-LINK-ERROR
                           DISPLAY 'CALCAUDL: original ',
                              AL-REVERSAL-OF, ' already reversed by ',
                              AM-REVERSED-BY
                      WHEN OTHER
                           MOVE AL-RECORD(1:30) TO AM-REVERSED-BY
                           PERFORM REWRITE-ORIGINAL-PARA
                   END-EVALUATE
           END-READ.

       REWRITE-ORIGINAL-PARA.
           REWRITE AM-RECORD
               INVALID KEY
                   ADD 1 TO WS-CNT-LINK-ERROR
                   DISPLAY 'CALCAUDL: link rewrite failed, status ',
                      WS-MST-STATUS, ' original ', AM-KEY
               NOT INVALID KEY
                   ADD 1 TO WS-CNT-LINKED
           END-REWRITE.

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
               DISPLAY 'CALCAUDL: no CALCCTL check-in ticket - ',
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
               DISPLAY 'CALCAUDL: cannot open CALCDAY, status ',
                  WS-DAY-STATUS, ' - run not checked out'
               IF RETURN-CODE = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               WRITE DY-RECORD
               IF WS-DAY-STATUS = '00'
                   DISPLAY 'CALCAUDL: ', WS-CKO-STEP,
                      ' checked out for ', WS-CKO-BUS-DATE,
                      ' CC ', DY-CC
               ELSE
                   DISPLAY 'CALCAUDL: CALCDAY write failed, ',
                      'status ', WS-DAY-STATUS, ' - run not checked out'
                   IF RETURN-CODE = ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               CLOSE CALC-DAY-FILE
           END-IF.
