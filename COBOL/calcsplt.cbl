      * runs only ever register their own partition identities
           SELECT CALC-SPLIT-ID ASSIGN TO 'CALCSID'
               ORGANIZATION IS SEQUENTIAL.
           SELECT CALC-TICKET-FILE ASSIGN TO 'CALCTKT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TKT-STATUS.
           SELECT CALC-DAY-FILE ASSIGN TO 'CALCDAY'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DAY-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY CALCTRAN.

       FD  CALC-PART1-FILE.
       01  P1-RECORD PIC X(54).

       FD  CALC-PART2-FILE.
       01  P2-RECORD PIC X(54).

       FD  CALC-PART3-FILE.
       01  P3-RECORD PIC X(54).

       FD  CALC-PART4-FILE.
       01  P4-RECORD PIC X(54).

       FD  CALC-SPLIT-MAP.
       01  SM-RECORD.
       FD  CALC-SPLIT-ID.
           COPY CALCRUNR.

       FD  CALC-TICKET-FILE.
           COPY CALCTKTR.

       FD  CALC-DAY-FILE.
           COPY CALCDAYR.

       WORKING-STORAGE SECTION.
       01 WS-EOF-SWITCH PIC X(1) VALUE 'N'.
          88 END-OF-TRANS-FILE VALUE 'Y'.
           05 WS-PH-TYPE PIC X(4) VALUE 'HDR '.
           05 WS-PH-SOURCE PIC X(8) VALUE SPACES.
           05 WS-PH-BATCH-DATE PIC 9(8) VALUE ZERO.
           05 FILLER PIC X(34) VALUE SPACES.
       01 WS-PART-TRAILER.
           05 WS-PT-TYPE PIC X(4) VALUE 'TRL '.
           05 WS-PT-COUNT PIC 9(9) VALUE ZERO.
           05 WS-PT-HASH PIC S9(18)V9(4) SIGN IS TRAILING SEPARATE
              CHARACTER.
           05 FILLER PIC X(18) VALUE SPACES.

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
           CLOSE CALC-TRANS-FILE CALC-PART1-FILE CALC-PART2-FILE
              CALC-PART3-FILE CALC-PART4-FILE CALC-SPLIT-MAP
              CALC-SPLIT-ID.

      * check out on CALCDAY with the code and counts above
           MOVE WS-ORIG-NUM TO WS-CKO-IN-COUNT.
           COMPUTE WS-CKO-OUT-COUNT = WS-PART-COUNT(1) +
              WS-PART-COUNT(2) + WS-PART-COUNT(3) + WS-PART-COUNT(4).
           MOVE ZERO TO WS-CKO-REJ-COUNT.
           PERFORM CHECK-OUT-STEP-PARA.

           STOP RUN.

       SPLIT-ONE-RECORD-PARA.
       ROUTE-ONE-DETAIL-PARA.
           ADD 1 TO WS-ORIG-NUM.

      * reversals all go to partition 1: the instance refuses a
      * second reversal of the same original only if it sees both.
      * a reversal ends any chain in the calculator, so it ends it
      * here too, and leaves partition 1 free for any chain id next.
      * a spread stands alone whatever chain id it was keyed with -
      * it takes its turn in the rotation like any new calculation
      * and, having ended the chain, leaves its partition free too.
      * all its shares come back from that one instance.
           EVALUATE TRUE
              WHEN CT-IS-REVERSAL
                   MOVE 1 TO WS-PART
                   MOVE SPACES TO WS-PREV-CHAIN-ID
                   MOVE WS-PART TO WS-PREV-PART
                   MOVE SPACES TO WS-PART-LAST-CHAIN(WS-PART)
                   PERFORM FILE-ONE-DETAIL-PARA
              WHEN CT-IS-SPREAD
                   MOVE WS-NEXT-PART TO WS-PART
                   IF WS-PART = 4
                       MOVE 1 TO WS-NEXT-PART
                   ELSE
                       COMPUTE WS-NEXT-PART = WS-PART + 1
                   END-IF
                   MOVE SPACES TO WS-PREV-CHAIN-ID
                   MOVE WS-PART TO WS-PREV-PART
                   MOVE SPACES TO WS-PART-LAST-CHAIN(WS-PART)
                   PERFORM FILE-ONE-DETAIL-PARA
              WHEN OTHER
                   PERFORM ROUTE-CALCULATION-PARA
           END-EVALUATE.

       ROUTE-CALCULATION-PARA.
           IF CT-CHAIN-ID = WS-PREV-CHAIN-ID
              AND CT-CHAIN-ID NOT = SPACES
               MOVE WS-PREV-PART TO WS-PART
           MOVE CT-CHAIN-ID TO WS-PREV-CHAIN-ID.
           MOVE WS-PART TO WS-PREV-PART.
           MOVE CT-CHAIN-ID TO WS-PART-LAST-CHAIN(WS-PART).
           PERFORM FILE-ONE-DETAIL-PARA.

      * count and hash the detail into its partition, write it there
      * and map it.  a reversal carries a key, not amounts - it
      * counts and hashes nothing, as in the calculator.  a spread's
      * allocation key hashes nothing either; its total in CT-B
      * still goes into the run identity.
       FILE-ONE-DETAIL-PARA.
           MOVE WS-PART TO WS-PART-IDX.
           ADD 1 TO WS-PART-COUNT(WS-PART-IDX).
           IF CT-A-IS-RATE-CODE OR CT-IS-REVERSAL OR CT-IS-SPREAD
               CONTINUE
           ELSE
               ADD CT-A TO WS-PART-HASH(WS-PART-IDX)
                   ON SIZE ERROR CONTINUE
               END-ADD
           END-IF.
           IF CT-IS-REVERSAL
               CONTINUE
           ELSE
               ADD CT-B TO WS-ID-HASH
                   ON SIZE ERROR CONTINUE
               END-ADD
           END-IF.

           PERFORM WRITE-PART-RECORD-PARA.

              WHEN 3 WRITE P3-RECORD FROM WS-PART-TRAILER
              WHEN 4 WRITE P4-RECORD FROM WS-PART-TRAILER
           END-EVALUATE.

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
               DISPLAY 'CALCSPLT: no CALCCTL check-in ticket - ',
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
               DISPLAY 'CALCSPLT: cannot open CALCDAY, status ',
                  WS-DAY-STATUS, ' - run not checked out'
               IF RETURN-CODE = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               WRITE DY-RECORD
               IF WS-DAY-STATUS = '00'
                   DISPLAY 'CALCSPLT: ', WS-CKO-STEP,
                      ' checked out for ', WS-CKO-BUS-DATE,
                      ' CC ', DY-CC
               ELSE
                   DISPLAY 'CALCSPLT: CALCDAY write failed, ',
                      'status ', WS-DAY-STATUS, ' - run not checked out'
                   IF RETURN-CODE = ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               CLOSE CALC-DAY-FILE
           END-IF.
