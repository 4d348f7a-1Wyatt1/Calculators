               ACCESS MODE IS RANDOM
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

       FD  CALC-TICKET-FILE.
           COPY CALCTKTR.

       FD  CALC-DAY-FILE.
           COPY CALCDAYR.

       WORKING-STORAGE SECTION.
       01 WS-ERR-STATUS PIC X(2) VALUE '00'.
       01 WS-EXC-STATUS PIC X(2) VALUE '00'.
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
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
               MOVE 8 TO RETURN-CODE
           END-IF.

      * check out on CALCDAY with the code and counts above
           MOVE WS-CNT-READ TO WS-CKO-IN-COUNT.
           MOVE WS-CNT-LOADED TO WS-CKO-OUT-COUNT.
           MOVE WS-CNT-IN-ERROR TO WS-CKO-REJ-COUNT.
           PERFORM CHECK-OUT-STEP-PARA.

           STOP RUN.

      * status 22 here means this load already ran today over the
               NOT INVALID KEY
                   ADD 1 TO WS-CNT-LOADED
           END-WRITE.

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
               DISPLAY 'CALCEXCL: no CALCCTL check-in ticket - ',
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
               DISPLAY 'CALCEXCL: cannot open CALCDAY, status ',
                  WS-DAY-STATUS, ' - run not checked out'
               IF RETURN-CODE = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               WRITE DY-RECORD
               IF WS-DAY-STATUS = '00'
                   DISPLAY 'CALCEXCL: ', WS-CKO-STEP,
                      ' checked out for ', WS-CKO-BUS-DATE,
                      ' CC ', DY-CC
               ELSE
                   DISPLAY 'CALCEXCL: CALCDAY write failed, ',
                      'status ', WS-DAY-STATUS, ' - run not checked out'
                   IF RETURN-CODE = ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               CLOSE CALC-DAY-FILE
           END-IF.
