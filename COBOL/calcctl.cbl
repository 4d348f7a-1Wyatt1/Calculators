      * batch-day stream controller - the nightly stream is a dozen
      * jobs now (CALCGEN, CALCSPLT, four calculator partitions,
      * CALCMRGE, CALCRCN, CALCAUDL, CALCEXCL, CALCFIX, CALCGLM, the
      * GL release) and the scheduler's own dependencies are one
      * forced release away from posting CALCGLX behind a CALCRCN
      * that ended 8.  every step now checks in with this program
      * before it runs and checks itself out after, and a step whose
      * prerequisites have not completed clean on the same business
      * date is refused at the door.
      *
      *   CALCCTL   in   control cards, one per action - see CC-RECORD
      *   CALCSTEP  in   the stream's step rules - which steps must
      *                  have ended, at or under which condition
      *                  code, and whether signed off, before a step
      *                  may start
      *   CALCDAY   ext  the batch-day control file (CALCDAYR.cpy) -
      *                  every check-in, check-out, hold and sign-off,
      *                  appended
      *   CALCTKT   out  the check-in ticket (CALCTKTR.cpy) for the
      *                  step being let in - each step's job points it
      *                  at that step's own ticket dataset
      *
      * a card is one of:
      *   I  check-in.  the step's rules are tested against what the
      *      day's CALCDAY already shows.  all met: the ticket is
      *      written, a start is logged and the job ends 0, the step
      *      runs.  any unmet, or the step already checked in and not
      *      out: the ticket is emptied, a hold is logged with the
      *      reason and the job ends 12, which the step's COND test
      *      turns into a step that never starts.
      *
      * a step that ran checks itself out: at the end of its run it
      * reads its ticket and logs its own condition code and record
      * counts (read, written, rejected) against the ticket's date -
      * CHECK-OUT-STEP-PARA, the same in every program of the stream.
      *
      *   O  check-out, for a step that never got to check itself out
      *      - it abended, or stopped hard before its end of run.  the
      *      code and counts on the card are logged as its end.  a
      *      check-out with no check-in on file is logged anyway - the
      *      step did run - and the card ends 4 so somebody asks why it
      *      bypassed the controller.  a step that already checked
      *      itself out is refused, 12: a card never overwrites the
      *      code the step logged.
      *   A  sign-off.  the person on CC-SIGNER accepts the result of
      *      a step that has ended - the outlier listing is the one
      *      the rules below wait on.  logged beside the step's own
      *      check-out, with the signer, the time and the code signed
      *      off; a rerun of the step needs signing off again.  a step
      *      not ended is refused, 12.
      *   B  the day-status board for the shift lead: every step the
      *      rules know about plus any other that logged, what ran,
      *      what is running, what is held and why, what was signed
      *      off and by whom, and what is ready or still waiting.
      * a card with no business date means today.
      *
      * a step's rules on CALCSTEP are grouped: every group must be
      * met, and a group is met when ANY one of its prerequisites
      * ended that day at or under its maximum code - and, where the
      * rule carries A, has been signed off since.  which is how
      * CALCRCN can follow either the single-stream calculator or
      * CALCMRGE.  the rules the stream runs with as a minimum:
      *
      *   GLREL    1 CALCRCN  0000     no GL release without a clean
      *                                reconciliation
      *   GLREL    2 CALCOUTL 0004 A   nor with an outlier listing
      *   GLREL    2 CALCOUTL 0000     nobody has signed off - a
      *                                listing with no exceptions
      *                                needs no signature.  the A rule
      *                                goes first, so a hold names
      *                                the missing sign-off
      *   CALCRCN  1 CALC     0004     reconcile after the calculator,
      *   CALCRCN  1 CALCMRGE 0004     either path
      *   CALCOUTL 1 CALCRCN  0000     screen a reconciled run only
      *   CALCJNL  1 CALCRCN  0000     no journal from an unreconciled
      *                                run
      *   CALCRTN  1 CALCRCN  0000     nor returns to the source system
      *   CALCAPRG 1 CALCAUDL 0004     no trail purge before the day's
      *                                trail is loaded to AUDMAST
      *
      * a step with no rules is unrestricted.  a missing CALCSTEP is
      * a hard failure, not an open door.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCCTL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-CONTROL-CARDS ASSIGN TO 'CALCCTL'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.
           SELECT CALC-STEP-RULES ASSIGN TO 'CALCSTEP'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-STP-STATUS.
           SELECT CALC-DAY-FILE ASSIGN TO 'CALCDAY'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DAY-STATUS.
           SELECT CALC-TICKET-FILE ASSIGN TO 'CALCTKT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TKT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * the counts are only meaningful on a check-out, the signer
      * only on a sign-off
       FD  CALC-CONTROL-CARDS.
       01  CC-RECORD.
           05 CC-FUNCTION PIC X(1).
              88 CC-IS-CHECK-IN VALUE 'I'.
              88 CC-IS-CHECK-OUT VALUE 'O'.
              88 CC-IS-SIGN-OFF VALUE 'A'.
              88 CC-IS-BOARD VALUE 'B'.
           05 CC-STEP PIC X(8).
           05 CC-BUS-DATE PIC 9(8).
           05 CC-CC PIC 9(4).
           05 CC-IN-COUNT PIC 9(9).
           05 CC-OUT-COUNT PIC 9(9).
           05 CC-REJ-COUNT PIC 9(9).
           05 CC-SIGNER PIC X(8).

      * one prerequisite per record: the step, the rule group, the
      * step that must have ended first, the highest condition code
      * that still counts as clean for this rule, and A where the
      * prerequisite's result must also have been signed off
       FD  CALC-STEP-RULES.
       01  SR-RECORD.
           05 SR-STEP PIC X(8).
           05 SR-GROUP PIC 9(1).
           05 SR-PREREQ PIC X(8).
           05 SR-MAX-CC PIC 9(4).
           05 SR-NEED PIC X(1).

       FD  CALC-DAY-FILE.
           COPY CALCDAYR.

       FD  CALC-TICKET-FILE.
           COPY CALCTKTR.

       WORKING-STORAGE SECTION.
       01 WS-CTL-STATUS PIC X(2) VALUE '00'.
       01 WS-STP-STATUS PIC X(2) VALUE '00'.
       01 WS-DAY-STATUS PIC X(2) VALUE '00'.
       01 WS-TKT-STATUS PIC X(2) VALUE '00'.

       01 WS-CTL-EOF-SW PIC X(1) VALUE 'N'.
          88 END-OF-CONTROL-CARDS VALUE 'Y'.
       01 WS-STP-EOF-SW PIC X(1) VALUE 'N'.
          88 END-OF-STEP-RULES VALUE 'Y'.
       01 WS-DAY-EOF-SW PIC X(1) VALUE 'N'.
          88 END-OF-DAY-FILE VALUE 'Y'.

      * the stream's rules, loaded once
       01 WS-RULE-TABLE.
           05 WS-RULE-ENTRY OCCURS 200 TIMES.
              10 WS-RULE-STEP PIC X(8).
              10 WS-RULE-GROUP PIC 9(1).
              10 WS-RULE-PREREQ PIC X(8).
              10 WS-RULE-MAX-CC PIC 9(4).
              10 WS-RULE-NEED PIC X(1).
                 88 WS-RULE-NEEDS-SIGN-OFF VALUE 'A'.
       01 WS-RULE-COUNT PIC 9(3) VALUE ZERO.
       01 WS-RULE-IDX PIC 9(3) VALUE ZERO.

      * the business date's picture, rebuilt from CALCDAY for every
      * card so a card sees what the cards before it logged.  state
      * N = not run, S = started, E = ended.  a hold is remembered
      * beside the state until the step next starts; a sign-off until
      * the step next starts or ends.
       01 WS-STEP-TABLE.
           05 WS-STEP-ENTRY OCCURS 60 TIMES.
              10 WS-STEP-NAME PIC X(8).
              10 WS-STEP-STATE PIC X(1).
                 88 WS-STEP-NOT-RUN VALUE 'N'.
                 88 WS-STEP-RUNNING VALUE 'S'.
                 88 WS-STEP-ENDED VALUE 'E'.
              10 WS-STEP-HELD-SW PIC X(1).
                 88 WS-STEP-HELD VALUE 'Y'.
              10 WS-STEP-START-TS PIC X(21).
              10 WS-STEP-END-TS PIC X(21).
              10 WS-STEP-CC PIC 9(4).
              10 WS-STEP-IN-COUNT PIC 9(9).
              10 WS-STEP-OUT-COUNT PIC 9(9).
              10 WS-STEP-REJ-COUNT PIC 9(9).
              10 WS-STEP-RUNS PIC 9(3).
              10 WS-STEP-REASON PIC X(40).
              10 WS-STEP-SIGNED-SW PIC X(1).
                 88 WS-STEP-SIGNED VALUE 'Y'.
              10 WS-STEP-SIGNER PIC X(8).
              10 WS-STEP-SIGN-TS PIC X(21).
              10 WS-STEP-KEYED-SW PIC X(1).
                 88 WS-STEP-KEYED VALUE 'Y'.
       01 WS-STEP-COUNT PIC 9(3) VALUE ZERO.
       01 WS-STEP-IDX PIC 9(3) VALUE ZERO.
       01 WS-STEP-FOUND-SW PIC X(1) VALUE 'N'.
          88 WS-STEP-FOUND VALUE 'Y'.
       01 WS-WORK-STEP PIC X(8) VALUE SPACES.
       01 WS-CARD-STEP-IDX PIC 9(3) VALUE ZERO.

      * prerequisite test state
       01 WS-TEST-STEP PIC X(8) VALUE SPACES.
       01 WS-GROUP PIC 9(2) VALUE ZERO.
       01 WS-GROUP-USED-SW PIC X(1) VALUE 'N'.
          88 WS-GROUP-USED VALUE 'Y'.
       01 WS-GROUP-MET-SW PIC X(1) VALUE 'N'.
          88 WS-GROUP-MET VALUE 'Y'.
       01 WS-ALL-MET-SW PIC X(1) VALUE 'Y'.
          88 WS-ALL-MET VALUE 'Y'.
       01 WS-HOLD-REASON PIC X(40) VALUE SPACES.
       01 WS-PREREQ-IDX PIC 9(3) VALUE ZERO.

       01 WS-BUS-DATE PIC 9(8) VALUE ZERO.
       01 WS-HIGH-RC PIC 9(4) VALUE ZERO.
       01 WS-CARD-RC PIC 9(4) VALUE ZERO.

       01 WS-STATUS-TEXT PIC X(8).
       01 WS-START-HHMMSS PIC X(6).
       01 WS-END-HHMMSS PIC X(6).
       01 WS-SIGN-HHMMSS PIC X(6).
       01 WS-CNT-HELD PIC 9(3) VALUE ZERO.
       01 WS-CNT-RUNNING PIC 9(3) VALUE ZERO.
       01 WS-CNT-ENDED PIC 9(3) VALUE ZERO.
       01 WS-CNT-WAITING PIC 9(3) VALUE ZERO.

       01 WS-TIMESTAMP PIC X(21).
       01 WS-CURRENT-DATE-TIME.
           05 WS-CDT-DATE PIC 9(8).
           05 WS-CDT-TIME PIC 9(8).
           05 WS-CDT-DIFF PIC X(5).

       PROCEDURE DIVISION.
       ENTRY-PARA.
           PERFORM LOAD-STEP-RULES-PARA.

           OPEN INPUT CALC-CONTROL-CARDS.
           IF WS-CTL-STATUS NOT = '00'
               DISPLAY 'CALCCTL: cannot open CALCCTL, status ',
                  WS-CTL-STATUS, ' - no control card'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL END-OF-CONTROL-CARDS
               READ CALC-CONTROL-CARDS
                   AT END
                       MOVE 'Y' TO WS-CTL-EOF-SW
                   NOT AT END
                       PERFORM PROCESS-ONE-CARD-PARA
               END-READ
           END-PERFORM.
           CLOSE CALC-CONTROL-CARDS.

           MOVE WS-HIGH-RC TO RETURN-CODE.
           STOP RUN.

       LOAD-STEP-RULES-PARA.
           OPEN INPUT CALC-STEP-RULES.
           IF WS-STP-STATUS NOT = '00'
               DISPLAY 'CALCCTL: cannot open CALCSTEP, status ',
                  WS-STP-STATUS, ' - stream rules unknown, ',
                  'nothing may start'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL END-OF-STEP-RULES
               READ CALC-STEP-RULES
                   AT END
                       MOVE 'Y' TO WS-STP-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-RULE-COUNT
                       IF WS-RULE-COUNT > 200
                           DISPLAY 'CALCCTL: rule table full at ',
                              '200 CALCSTEP entries - raise the limit'
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       MOVE SR-STEP TO WS-RULE-STEP(WS-RULE-COUNT)
                       MOVE SR-GROUP TO WS-RULE-GROUP(WS-RULE-COUNT)
                       MOVE SR-PREREQ TO
                          WS-RULE-PREREQ(WS-RULE-COUNT)
                       MOVE SR-MAX-CC TO
                          WS-RULE-MAX-CC(WS-RULE-COUNT)
                       MOVE SR-NEED TO WS-RULE-NEED(WS-RULE-COUNT)
               END-READ
           END-PERFORM.
           CLOSE CALC-STEP-RULES.

       PROCESS-ONE-CARD-PARA.
           MOVE ZERO TO WS-CARD-RC.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           IF CC-BUS-DATE IS NUMERIC AND CC-BUS-DATE NOT = ZERO
               MOVE CC-BUS-DATE TO WS-BUS-DATE
           ELSE
               MOVE WS-CDT-DATE TO WS-BUS-DATE
           END-IF.

           PERFORM LOAD-DAY-STATE-PARA.

           EVALUATE TRUE
              WHEN CC-IS-CHECK-IN
                   PERFORM CHECK-IN-PARA
              WHEN CC-IS-CHECK-OUT
                   PERFORM CHECK-OUT-PARA
              WHEN CC-IS-SIGN-OFF
                   PERFORM SIGN-OFF-PARA
              WHEN CC-IS-BOARD
                   PERFORM PRINT-BOARD-PARA
              WHEN OTHER
                   DISPLAY 'CALCCTL: invalid control card function ',
                      CC-FUNCTION, ' for step ', CC-STEP
                   MOVE 16 TO WS-CARD-RC
           END-EVALUATE.

           IF WS-CARD-RC > WS-HIGH-RC
               MOVE WS-CARD-RC TO WS-HIGH-RC
           END-IF.

      * every step the rules name, as step or prerequisite, is put on
      * the board first so what never ran shows as well as what did;
      * then the day's log replays on top, oldest first
       LOAD-DAY-STATE-PARA.
           MOVE ZERO TO WS-STEP-COUNT.
           MOVE 1 TO WS-RULE-IDX.
           PERFORM UNTIL WS-RULE-IDX > WS-RULE-COUNT
               MOVE WS-RULE-STEP(WS-RULE-IDX) TO WS-WORK-STEP
               PERFORM FIND-STEP-PARA
               MOVE WS-RULE-PREREQ(WS-RULE-IDX) TO WS-WORK-STEP
               PERFORM FIND-STEP-PARA
               ADD 1 TO WS-RULE-IDX
           END-PERFORM.

           MOVE 'N' TO WS-DAY-EOF-SW.
           OPEN INPUT CALC-DAY-FILE.
           IF WS-DAY-STATUS NOT = '00'
               MOVE 'Y' TO WS-DAY-EOF-SW
           END-IF.
           PERFORM UNTIL END-OF-DAY-FILE
               READ CALC-DAY-FILE
                   AT END
                       MOVE 'Y' TO WS-DAY-EOF-SW
                   NOT AT END
                       IF DY-BUS-DATE = WS-BUS-DATE
                           PERFORM APPLY-DAY-EVENT-PARA
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-DAY-STATUS = '00' OR WS-DAY-STATUS = '10'
               CLOSE CALC-DAY-FILE
           END-IF.

       APPLY-DAY-EVENT-PARA.
           MOVE DY-STEP TO WS-WORK-STEP.
           PERFORM FIND-STEP-PARA.
           EVALUATE TRUE
              WHEN DY-IS-START
                   MOVE 'S' TO WS-STEP-STATE(WS-STEP-IDX)
                   MOVE 'N' TO WS-STEP-HELD-SW(WS-STEP-IDX)
                   MOVE 'N' TO WS-STEP-SIGNED-SW(WS-STEP-IDX)
                   MOVE 'N' TO WS-STEP-KEYED-SW(WS-STEP-IDX)
                   MOVE DY-TIMESTAMP TO WS-STEP-START-TS(WS-STEP-IDX)
                   MOVE SPACES TO WS-STEP-END-TS(WS-STEP-IDX)
                   ADD 1 TO WS-STEP-RUNS(WS-STEP-IDX)
              WHEN DY-IS-END
                   MOVE 'E' TO WS-STEP-STATE(WS-STEP-IDX)
                   MOVE 'N' TO WS-STEP-SIGNED-SW(WS-STEP-IDX)
                   IF DY-FROM-CARD
                       MOVE 'Y' TO WS-STEP-KEYED-SW(WS-STEP-IDX)
                   ELSE
                       MOVE 'N' TO WS-STEP-KEYED-SW(WS-STEP-IDX)
                   END-IF
                   MOVE DY-TIMESTAMP TO WS-STEP-END-TS(WS-STEP-IDX)
                   MOVE DY-CC TO WS-STEP-CC(WS-STEP-IDX)
                   MOVE DY-IN-COUNT TO WS-STEP-IN-COUNT(WS-STEP-IDX)
                   MOVE DY-OUT-COUNT TO
                      WS-STEP-OUT-COUNT(WS-STEP-IDX)
                   MOVE DY-REJ-COUNT TO
                      WS-STEP-REJ-COUNT(WS-STEP-IDX)
              WHEN DY-IS-HELD
                   MOVE 'Y' TO WS-STEP-HELD-SW(WS-STEP-IDX)
                   MOVE DY-REASON TO WS-STEP-REASON(WS-STEP-IDX)
              WHEN DY-IS-SIGN-OFF
                   MOVE 'Y' TO WS-STEP-SIGNED-SW(WS-STEP-IDX)
                   MOVE DY-SIGNER TO WS-STEP-SIGNER(WS-STEP-IDX)
                   MOVE DY-TIMESTAMP TO WS-STEP-SIGN-TS(WS-STEP-IDX)
           END-EVALUATE.

      * find-or-open the step's line
       FIND-STEP-PARA.
           MOVE 'N' TO WS-STEP-FOUND-SW.
           MOVE 1 TO WS-STEP-IDX.
           PERFORM UNTIL WS-STEP-FOUND OR WS-STEP-IDX > WS-STEP-COUNT
               IF WS-STEP-NAME(WS-STEP-IDX) = WS-WORK-STEP
                   MOVE 'Y' TO WS-STEP-FOUND-SW
               ELSE
                   ADD 1 TO WS-STEP-IDX
               END-IF
           END-PERFORM.

           IF WS-STEP-FOUND
               CONTINUE
           ELSE
               IF WS-STEP-COUNT >= 60
                   DISPLAY 'CALCCTL: step table full at 60 steps - ',
                      'raise the limit'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-STEP-COUNT
               MOVE WS-STEP-COUNT TO WS-STEP-IDX
               INITIALIZE WS-STEP-ENTRY(WS-STEP-IDX)
               MOVE WS-WORK-STEP TO WS-STEP-NAME(WS-STEP-IDX)
               MOVE 'N' TO WS-STEP-STATE(WS-STEP-IDX)
               MOVE 'N' TO WS-STEP-HELD-SW(WS-STEP-IDX)
               MOVE 'N' TO WS-STEP-SIGNED-SW(WS-STEP-IDX)
               MOVE 'N' TO WS-STEP-KEYED-SW(WS-STEP-IDX)
           END-IF.

      * a step already in flight is refused too - two copies of the
      * calculator against one CALCIN is the double post the run
      * register exists to stop, caught here before either starts.
      * the ticket goes down before the start is logged: a start on
      * CALCDAY with no ticket behind it is a step that can never
      * check itself out.  a held step's ticket is emptied, so an
      * old one can't be spent by a run that was never let in - but
      * not when it was held for being in flight: that ticket is the
      * running copy's, and it still has to check out on it.
       CHECK-IN-PARA.
           MOVE CC-STEP TO WS-WORK-STEP.
           PERFORM FIND-STEP-PARA.
           MOVE WS-STEP-IDX TO WS-CARD-STEP-IDX.

           IF WS-STEP-RUNNING(WS-CARD-STEP-IDX)
               MOVE 'N' TO WS-ALL-MET-SW
               MOVE 'ALREADY CHECKED IN - NOT CHECKED OUT' TO
                  WS-HOLD-REASON
           ELSE
               MOVE CC-STEP TO WS-TEST-STEP
               PERFORM TEST-PREREQS-PARA
           END-IF.

           PERFORM STAMP-TIME-PARA.
           MOVE SPACES TO DY-RECORD.
           MOVE WS-BUS-DATE TO DY-BUS-DATE.
           MOVE CC-STEP TO DY-STEP.
           MOVE WS-TIMESTAMP TO DY-TIMESTAMP.
           MOVE ZERO TO DY-CC DY-IN-COUNT DY-OUT-COUNT DY-REJ-COUNT.
           IF WS-ALL-MET
               PERFORM WRITE-TICKET-PARA
               MOVE 'S' TO DY-EVENT
               DISPLAY 'CALCCTL: ', CC-STEP, ' checked in for ',
                  WS-BUS-DATE
           ELSE
               IF NOT WS-STEP-RUNNING(WS-CARD-STEP-IDX)
                   PERFORM EMPTY-TICKET-PARA
               END-IF
               MOVE 'H' TO DY-EVENT
               MOVE WS-HOLD-REASON TO DY-REASON
               DISPLAY 'CALCCTL: ', CC-STEP, ' HELD for ',
                  WS-BUS-DATE, ' - ', WS-HOLD-REASON
               MOVE 12 TO WS-CARD-RC
           END-IF.
           PERFORM WRITE-DAY-EVENT-PARA.

      * every rule group of WS-TEST-STEP must be met; the reason
      * names the first prerequisite of the first unmet group and
      * what it is actually doing
       TEST-PREREQS-PARA.
           MOVE 'Y' TO WS-ALL-MET-SW.
           MOVE SPACES TO WS-HOLD-REASON.
           MOVE 0 TO WS-GROUP.
           PERFORM UNTIL WS-GROUP > 9 OR NOT WS-ALL-MET
               MOVE 'N' TO WS-GROUP-USED-SW
               MOVE 'N' TO WS-GROUP-MET-SW
               MOVE ZERO TO WS-PREREQ-IDX
               MOVE 1 TO WS-RULE-IDX
               PERFORM UNTIL WS-RULE-IDX > WS-RULE-COUNT
                   IF WS-RULE-STEP(WS-RULE-IDX) = WS-TEST-STEP
                      AND WS-RULE-GROUP(WS-RULE-IDX) = WS-GROUP
                       MOVE 'Y' TO WS-GROUP-USED-SW
                       IF WS-PREREQ-IDX = ZERO
                           MOVE WS-RULE-IDX TO WS-PREREQ-IDX
                       END-IF
                       MOVE WS-RULE-PREREQ(WS-RULE-IDX) TO
                          WS-WORK-STEP
                       PERFORM FIND-STEP-PARA
                       IF WS-STEP-ENDED(WS-STEP-IDX)
                          AND WS-STEP-CC(WS-STEP-IDX) NOT >
                              WS-RULE-MAX-CC(WS-RULE-IDX)
                          AND (NOT WS-RULE-NEEDS-SIGN-OFF(WS-RULE-IDX)
                               OR WS-STEP-SIGNED(WS-STEP-IDX))
                           MOVE 'Y' TO WS-GROUP-MET-SW
                       END-IF
                   END-IF
                   ADD 1 TO WS-RULE-IDX
               END-PERFORM
               IF WS-GROUP-USED AND NOT WS-GROUP-MET
                   MOVE 'N' TO WS-ALL-MET-SW
                   PERFORM BUILD-HOLD-REASON-PARA
               END-IF
               ADD 1 TO WS-GROUP
           END-PERFORM.

       BUILD-HOLD-REASON-PARA.
           MOVE WS-RULE-PREREQ(WS-PREREQ-IDX) TO WS-WORK-STEP.
           PERFORM FIND-STEP-PARA.
           EVALUATE TRUE
              WHEN WS-STEP-ENDED(WS-STEP-IDX)
               AND WS-RULE-NEEDS-SIGN-OFF(WS-PREREQ-IDX)
               AND NOT WS-STEP-SIGNED(WS-STEP-IDX)
               AND WS-STEP-CC(WS-STEP-IDX) NOT >
                   WS-RULE-MAX-CC(WS-PREREQ-IDX)
                   STRING 'WAITING ON ' DELIMITED BY SIZE
                          WS-WORK-STEP DELIMITED BY SPACE
                          ' - NOT SIGNED OFF' DELIMITED BY SIZE
                     INTO WS-HOLD-REASON
              WHEN WS-STEP-ENDED(WS-STEP-IDX)
                   STRING 'WAITING ON ' DELIMITED BY SIZE
                          WS-WORK-STEP DELIMITED BY SPACE
                          ' - ENDED CC ' DELIMITED BY SIZE
                          WS-STEP-CC(WS-STEP-IDX) DELIMITED BY SIZE
                     INTO WS-HOLD-REASON
              WHEN WS-STEP-RUNNING(WS-STEP-IDX)
                   STRING 'WAITING ON ' DELIMITED BY SIZE
                          WS-WORK-STEP DELIMITED BY SPACE
                          ' - STILL RUNNING' DELIMITED BY SIZE
                     INTO WS-HOLD-REASON
              WHEN OTHER
                   STRING 'WAITING ON ' DELIMITED BY SIZE
                          WS-WORK-STEP DELIMITED BY SPACE
                          ' - NOT RUN TODAY' DELIMITED BY SIZE
                     INTO WS-HOLD-REASON
           END-EVALUATE.

      * a step's own check-out is the code it really ended with; a
      * card is only for the step that never got that far
       CHECK-OUT-PARA.
           MOVE CC-STEP TO WS-WORK-STEP.
           PERFORM FIND-STEP-PARA.
           IF WS-STEP-ENDED(WS-STEP-IDX)
               DISPLAY 'CALCCTL: ', CC-STEP, ' already checked out ',
                  'for ', WS-BUS-DATE, ' CC ', WS-STEP-CC(WS-STEP-IDX),
                  ' - check-out card refused'
               MOVE 12 TO WS-CARD-RC
           ELSE
               PERFORM LOG-CHECK-OUT-PARA
           END-IF.

       LOG-CHECK-OUT-PARA.
           IF WS-STEP-RUNNING(WS-STEP-IDX)
               CONTINUE
           ELSE
               DISPLAY 'CALCCTL: ', CC-STEP, ' checked out with no ',
                  'check-in on file for ', WS-BUS-DATE
               MOVE 4 TO WS-CARD-RC
           END-IF.

           PERFORM STAMP-TIME-PARA.
           MOVE SPACES TO DY-RECORD.
           MOVE WS-BUS-DATE TO DY-BUS-DATE.
           MOVE CC-STEP TO DY-STEP.
           MOVE 'E' TO DY-EVENT.
           MOVE WS-TIMESTAMP TO DY-TIMESTAMP.
           MOVE CC-CC TO DY-CC.
           MOVE CC-IN-COUNT TO DY-IN-COUNT.
           MOVE CC-OUT-COUNT TO DY-OUT-COUNT.
           MOVE CC-REJ-COUNT TO DY-REJ-COUNT.
           MOVE 'C' TO DY-SOURCE.
           PERFORM WRITE-DAY-EVENT-PARA.
           DISPLAY 'CALCCTL: ', CC-STEP, ' checked out for ',
              WS-BUS-DATE, ' CC ', CC-CC.

      * the sign-off sits beside the step's check-out, it never
      * replaces it: the code the step ended with stays on the day,
      * and the sign-off carries the same code so the file says what
      * was accepted
       SIGN-OFF-PARA.
           MOVE CC-STEP TO WS-WORK-STEP.
           PERFORM FIND-STEP-PARA.
           EVALUATE TRUE
              WHEN CC-SIGNER = SPACES
                   DISPLAY 'CALCCTL: sign-off card for ', CC-STEP,
                      ' has no signer - invalid card'
                   MOVE 16 TO WS-CARD-RC
              WHEN NOT WS-STEP-ENDED(WS-STEP-IDX)
                   DISPLAY 'CALCCTL: ', CC-STEP, ' has not ended for ',
                      WS-BUS-DATE, ' - nothing to sign off, refused'
                   MOVE 12 TO WS-CARD-RC
              WHEN OTHER
                   PERFORM LOG-SIGN-OFF-PARA
           END-EVALUATE.

       LOG-SIGN-OFF-PARA.
           PERFORM STAMP-TIME-PARA.
           MOVE SPACES TO DY-RECORD.
           MOVE WS-BUS-DATE TO DY-BUS-DATE.
           MOVE CC-STEP TO DY-STEP.
           MOVE 'A' TO DY-EVENT.
           MOVE WS-TIMESTAMP TO DY-TIMESTAMP.
           MOVE WS-STEP-CC(WS-STEP-IDX) TO DY-CC.
           MOVE ZERO TO DY-IN-COUNT DY-OUT-COUNT DY-REJ-COUNT.
           MOVE CC-SIGNER TO DY-SIGNER.
           PERFORM WRITE-DAY-EVENT-PARA.
           DISPLAY 'CALCCTL: ', CC-STEP, ' CC ',
              WS-STEP-CC(WS-STEP-IDX), ' signed off by ', CC-SIGNER,
              ' for ', WS-BUS-DATE.

      * opened and closed around each record: the next card reads
      * the file back, and an unlogged start is a hole in the day
       WRITE-DAY-EVENT-PARA.
           OPEN EXTEND CALC-DAY-FILE.
           IF WS-DAY-STATUS = '35'
               OPEN OUTPUT CALC-DAY-FILE
           END-IF.
           IF WS-DAY-STATUS NOT = '00'
               DISPLAY 'CALCCTL: cannot open CALCDAY, status ',
                  WS-DAY-STATUS, ' - step may not run unlogged'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           WRITE DY-RECORD.
           IF WS-DAY-STATUS NOT = '00'
               DISPLAY 'CALCCTL: CALCDAY write failed, status ',
                  WS-DAY-STATUS, ' - step may not run unlogged'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE CALC-DAY-FILE.

      * the ticket is the whole dataset, rewritten on every check-in;
      * a step that runs without one can't log its end, so a ticket
      * that can't be written is a check-in that can't be granted
       WRITE-TICKET-PARA.
           OPEN OUTPUT CALC-TICKET-FILE.
           IF WS-TKT-STATUS NOT = '00'
               DISPLAY 'CALCCTL: cannot open CALCTKT, status ',
                  WS-TKT-STATUS, ' - step may not run unlogged'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE CC-STEP TO TK-STEP.
           MOVE WS-BUS-DATE TO TK-BUS-DATE.
           MOVE WS-TIMESTAMP TO TK-START-TS.
           WRITE TK-RECORD.
           IF WS-TKT-STATUS NOT = '00'
               DISPLAY 'CALCCTL: CALCTKT write failed, status ',
                  WS-TKT-STATUS, ' - step may not run unlogged'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE CALC-TICKET-FILE.

      * a hold is logged whether or not the ticket could be emptied -
      * the step isn't going to run to spend it
       EMPTY-TICKET-PARA.
           OPEN OUTPUT CALC-TICKET-FILE.
           IF WS-TKT-STATUS = '00'
               CLOSE CALC-TICKET-FILE
           END-IF.

      * same timestamp build as the calculator's audit trail
       STAMP-TIME-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE SPACES TO WS-TIMESTAMP.
           STRING WS-CDT-DATE DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-CDT-TIME DELIMITED BY SIZE
             INTO WS-TIMESTAMP.

      * the one page the shift lead reads: one line per step, times
      * are hhmmss off the check-in and check-out stamps
       PRINT-BOARD-PARA.
           MOVE ZERO TO WS-CNT-HELD WS-CNT-RUNNING WS-CNT-ENDED
              WS-CNT-WAITING.
           DISPLAY '===================================='.
           DISPLAY ' BATCH-DAY STATUS BOARD'.
           DISPLAY ' BUSINESS DATE . . . : ', WS-BUS-DATE.
           DISPLAY '===================================='.
           DISPLAY ' STEP     STATUS   START  END    CC',
              '   READ      WRITTEN   REJECTED'.
           MOVE 1 TO WS-CARD-STEP-IDX.
           PERFORM UNTIL WS-CARD-STEP-IDX > WS-STEP-COUNT
               PERFORM PRINT-BOARD-LINE-PARA
               ADD 1 TO WS-CARD-STEP-IDX
           END-PERFORM.
           DISPLAY '------------------------------------'.
           DISPLAY ' ENDED . . . . . . . : ', WS-CNT-ENDED.
           DISPLAY ' RUNNING . . . . . . : ', WS-CNT-RUNNING.
           DISPLAY ' HELD. . . . . . . . : ', WS-CNT-HELD.
           DISPLAY ' WAITING . . . . . . : ', WS-CNT-WAITING.
           DISPLAY '===================================='.

      * a step not running or ended gets its rules tested here too,
      * so the board says READY or what it is still waiting on
       PRINT-BOARD-LINE-PARA.
           MOVE WS-CARD-STEP-IDX TO WS-STEP-IDX.
           MOVE WS-STEP-START-TS(WS-STEP-IDX)(10:6) TO
              WS-START-HHMMSS.
           MOVE WS-STEP-END-TS(WS-STEP-IDX)(10:6) TO WS-END-HHMMSS.
           MOVE SPACES TO WS-HOLD-REASON.
           EVALUATE TRUE
              WHEN WS-STEP-RUNNING(WS-STEP-IDX)
                   MOVE 'RUNNING' TO WS-STATUS-TEXT
                   ADD 1 TO WS-CNT-RUNNING
              WHEN WS-STEP-HELD(WS-STEP-IDX)
                   MOVE 'HELD' TO WS-STATUS-TEXT
                   MOVE WS-STEP-REASON(WS-STEP-IDX) TO WS-HOLD-REASON
                   ADD 1 TO WS-CNT-HELD
              WHEN WS-STEP-ENDED(WS-STEP-IDX)
                   MOVE 'ENDED' TO WS-STATUS-TEXT
                   ADD 1 TO WS-CNT-ENDED
              WHEN OTHER
                   MOVE WS-STEP-NAME(WS-STEP-IDX) TO WS-TEST-STEP
                   PERFORM TEST-PREREQS-PARA
                   MOVE WS-CARD-STEP-IDX TO WS-STEP-IDX
                   IF WS-ALL-MET
                       MOVE 'READY' TO WS-STATUS-TEXT
                   ELSE
                       MOVE 'WAITING' TO WS-STATUS-TEXT
                       ADD 1 TO WS-CNT-WAITING
                   END-IF
           END-EVALUATE.

           IF WS-STEP-ENDED(WS-STEP-IDX)
              AND NOT WS-STEP-HELD(WS-STEP-IDX)
               DISPLAY ' ', WS-STEP-NAME(WS-STEP-IDX), ' ',
                  WS-STATUS-TEXT, ' ', WS-START-HHMMSS, ' ',
                  WS-END-HHMMSS, ' ', WS-STEP-CC(WS-STEP-IDX), ' ',
                  WS-STEP-IN-COUNT(WS-STEP-IDX), ' ',
                  WS-STEP-OUT-COUNT(WS-STEP-IDX), ' ',
                  WS-STEP-REJ-COUNT(WS-STEP-IDX)
           ELSE
               DISPLAY ' ', WS-STEP-NAME(WS-STEP-IDX), ' ',
                  WS-STATUS-TEXT, ' ', WS-START-HHMMSS
           END-IF.
           IF WS-HOLD-REASON NOT = SPACES
               DISPLAY '          ', WS-HOLD-REASON
           END-IF.
           IF WS-STEP-ENDED(WS-STEP-IDX) AND WS-STEP-KEYED(WS-STEP-IDX)
               DISPLAY '          CHECKED OUT BY CARD'
           END-IF.
           IF WS-STEP-SIGNED(WS-STEP-IDX)
               MOVE WS-STEP-SIGN-TS(WS-STEP-IDX)(10:6) TO
                  WS-SIGN-HHMMSS
               DISPLAY '          SIGNED OFF BY ',
                  WS-STEP-SIGNER(WS-STEP-IDX), ' AT ', WS-SIGN-HHMMSS
           END-IF.
