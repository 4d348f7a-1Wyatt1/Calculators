      *   CALCACAT  ext  archive catalog - one entry per dataset
      *                  cut, so the CALCARCQ retrieval can name the
      *                  generations covering an inquiry range
      *   CALCTKT   in   the CALCCTL check-in ticket (CALCTKTR.cpy)
      *   CALCDAY   ext  the batch-day control file (CALCDAYR.cpy) -
      *                  the step's own check-out, code and counts
      *
      * the live file is never opened for output here, so a failed
      * run cannot damage it: if the archive write breaks, the run
      * swap happens after this job ends clean, never during it.
      * nothing newer than the retention window can be purged: the
      * only path to CALCARCH is a timestamp before the cutoff.
      *
      * the pass is also where an original learns its reversal: a
      * first read of CALCAUD collects every reversal's link, and
      * the split stamps AL-REVERSED-BY on the original as it goes
      * past, whichever way it goes.  an original already archived
      * by an earlier pass before its reversal arrived keeps a blank
      * link in the archive - the reversal's own AL-REVERSAL-OF, and
      * the AUDMAST pair the load links, still tie the two together.
      *
      * the first read also checks the CALCAUD seal chain end to end
      * and refuses to archive a trail that has been tampered with.
      * the split then re-seals each output onto a chain of its own:
      * the archive carries on from where the live trail's chain
      * started, and CALCAUDN carries on from the archive's last
      * record - so the chain runs unbroken from the oldest
      * generation through the new live file, and the catalog entry
      * records where this generation sits on it.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCAPRG.

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
      * both outputs carry AL-RECORD images unchanged - the archive
      * must stay readable by the same programs that read CALCAUD
       FD  CALC-ARCHIVE-FILE.
       01  AR-RECORD PIC X(314).

       FD  CALC-NEW-LIVE-FILE.
       01  NL-RECORD PIC X(314).

       FD  CALC-PARM-FILE.
       01  PM-RECORD.
           05 PM-VOL-LIMIT PIC 9(9).
           05 PM-REJ-PCT-LIMIT PIC 9(3).
           05 PM-ELAPSED-LIMIT PIC 9(5).
      * the calculator's functional currency, ignored here
           05 PM-FUNC-CURRENCY PIC X(3).
      * CALCOUTL's outlier-screen thresholds, ignored here
           05 PM-OUTL-MONTHS PIC 9(2).
           05 PM-OUTL-BAND PIC 9(2)V9(1).
           05 PM-OUTL-MIN-HIST PIC 9(4).

       FD  CALC-ARC-CATALOG.
           COPY CALCACAT.

       FD  CALC-TICKET-FILE.
           COPY CALCTKTR.

       FD  CALC-DAY-FILE.
           COPY CALCDAYR.

       WORKING-STORAGE SECTION.
       01 WS-AUD-STATUS PIC X(2) VALUE '00'.
       01 WS-ARC-STATUS PIC X(2) VALUE '00'.
       01 WS-RET-DATE-LO PIC 9(8) VALUE 99999999.
       01 WS-RET-DATE-HI PIC 9(8) VALUE ZERO.

      * reversal links found on the first read: the original's key
      * (timestamp plus record number, AL-RECORD(1:30)) and the key
      * of the reversal that backed it out
       01 WS-LNK-TABLE.
           05 WS-LNK-ENTRY OCCURS 2000 TIMES.
              10 WS-LNK-ORIG-KEY PIC X(30).
              10 WS-LNK-REV-KEY PIC X(30).
       01 WS-LNK-COUNT PIC 9(4) VALUE ZERO.
       01 WS-LNK-IDX PIC 9(4) VALUE ZERO.
       01 WS-LNK-FOUND-SW PIC X(1) VALUE 'N'.
          88 WS-LNK-FOUND VALUE 'Y'.
       01 WS-CNT-LINKED PIC 9(9) VALUE ZERO.

      * the seal.  the first read checks the trail against its own
      * chain (WS-IN-LAST-CHECK) starting from WS-CHAIN-ANCHOR, what
      * the first sealed record chains from, and works out in
      * advance where the re-sealed archive chain will end
      * (WS-ARC-FINAL-CHECK) so CALCAUDN's first record can chain
      * from it.  the split then seals the two outputs onto
      * WS-ARC-LAST-CHECK and WS-NEW-LAST-CHECK.
       01 WS-SEALED-SW PIC X(1) VALUE 'N'.
          88 WS-SEAL-SEEN VALUE 'Y'.
       01 WS-ARC-SEALED-SW PIC X(1) VALUE 'N'.
          88 WS-ARC-HAS-SEALED VALUE 'Y'.
       01 WS-CHAIN-ANCHOR PIC X(20) VALUE SPACES.
       01 WS-IN-LAST-CHECK PIC X(20) VALUE SPACES.
       01 WS-ARC-FINAL-CHECK PIC X(20) VALUE SPACES.
       01 WS-ARC-LAST-CHECK PIC X(20) VALUE SPACES.
       01 WS-NEW-LAST-CHECK PIC X(20) VALUE SPACES.
       01 WS-CNT-SEALED PIC 9(9) VALUE ZERO.
       01 WS-CNT-UNSEALED PIC 9(9) VALUE ZERO.
           COPY CALCCHKW.

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
           PERFORM READ-RETENTION-PARM-PARA.
           PERFORM SET-CUTOFF-DATE-PARA.
           PERFORM COLLECT-REVERSALS-PARA.

           OPEN INPUT CALC-AUDIT-LOG.
           IF WS-AUD-STATUS NOT = '00'
           END-IF.

           PERFORM ARCHIVE-REPORT-PARA.

      * check out on CALCDAY with the code and counts above
           MOVE WS-CNT-READ TO WS-CKO-IN-COUNT.
           MOVE WS-CNT-ARCHIVED TO WS-CKO-OUT-COUNT.
           MOVE ZERO TO WS-CKO-REJ-COUNT.
           PERFORM CHECK-OUT-STEP-PARA.

           STOP RUN.

      * first read of the live trail: note every reversal's link so
      * the split can stamp the original, wherever it sits in the
      * file relative to its reversal
       COLLECT-REVERSALS-PARA.
           OPEN INPUT CALC-AUDIT-LOG.
           IF WS-AUD-STATUS NOT = '00'
               DISPLAY 'CALCAPRG: cannot open CALCAUD, status ',
                  WS-AUD-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM UNTIL END-OF-AUDIT-FILE
               READ CALC-AUDIT-LOG
                   AT END
                       MOVE 'Y' TO WS-EOF-SWITCH
                   NOT AT END
                       IF AL-OPERATOR = 'V'
                          AND AL-REVERSAL-OF NOT = SPACES
                           PERFORM ADD-LINK-PARA
                       END-IF
                       PERFORM CHECK-SEAL-PARA
               END-READ
           END-PERFORM.
           CLOSE CALC-AUDIT-LOG.
           MOVE 'N' TO WS-EOF-SWITCH.
           MOVE WS-CHAIN-ANCHOR TO WS-ARC-LAST-CHECK.
           MOVE WS-ARC-FINAL-CHECK TO WS-NEW-LAST-CHECK.

      * records from before the seal carry spaces and can only come
      * ahead of the first sealed one.  after that every record must
      * chain from the one before it and still match its own check -
      * anything else means the trail was altered, and nothing is
      * archived or purged from it.  the record is then sealed the
      * way the split will seal it if it is going to the archive,
      * to find where the archive chain ends.
       CHECK-SEAL-PARA.
           IF AL-CHECK = SPACES
               IF WS-SEAL-SEEN
                   DISPLAY 'CALCAPRG: unsealed record ',
                      AL-RECORD(1:30), ' after sealed records'
                   PERFORM BROKEN-CHAIN-PARA
               END-IF
               ADD 1 TO WS-CNT-UNSEALED
           ELSE
               IF WS-SEAL-SEEN
                   IF AL-PREV-CHECK NOT = WS-IN-LAST-CHECK
                       DISPLAY 'CALCAPRG: audit chain broken ',
                          'before record ', AL-RECORD(1:30)
                       PERFORM BROKEN-CHAIN-PARA
                   END-IF
               ELSE
                   MOVE 'Y' TO WS-SEALED-SW
                   MOVE AL-PREV-CHECK TO WS-CHAIN-ANCHOR
                   MOVE AL-PREV-CHECK TO WS-ARC-FINAL-CHECK
               END-IF
               PERFORM COMPUTE-AUDIT-CHECK-PARA
               IF WS-CHK-VALUE NOT = AL-CHECK
                   DISPLAY 'CALCAPRG: audit record ',
                      AL-RECORD(1:30), ' does not match its seal'
                   PERFORM BROKEN-CHAIN-PARA
               END-IF
               ADD 1 TO WS-CNT-SEALED
               MOVE AL-CHECK TO WS-IN-LAST-CHECK
               MOVE AL-TIMESTAMP(1:8) TO WS-REC-DATE
               IF WS-REC-DATE < WS-CUTOFF-DATE
                   MOVE WS-ARC-FINAL-CHECK TO AL-PREV-CHECK
                   PERFORM COMPUTE-AUDIT-CHECK-PARA
                   MOVE WS-CHK-VALUE TO WS-ARC-FINAL-CHECK
               END-IF
           END-IF.

       BROKEN-CHAIN-PARA.
           DISPLAY 'CALCAPRG: CALCAUD has been altered - nothing ',
              'archived, CALCAUD untouched.  run CALCAUDV for the ',
              'full picture'
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       ADD-LINK-PARA.
           IF WS-LNK-COUNT >= 2000
               DISPLAY 'CALCAPRG: reversal link table full at 2000 ',
                  'entries - raise the limit'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-LNK-COUNT.
           MOVE AL-REVERSAL-OF TO WS-LNK-ORIG-KEY(WS-LNK-COUNT).
           MOVE AL-RECORD(1:30) TO WS-LNK-REV-KEY(WS-LNK-COUNT).

       FIND-LINK-PARA.
           MOVE 'N' TO WS-LNK-FOUND-SW.
           MOVE 1 TO WS-LNK-IDX.
           PERFORM UNTIL WS-LNK-FOUND OR WS-LNK-IDX > WS-LNK-COUNT
               IF WS-LNK-ORIG-KEY(WS-LNK-IDX) = AL-RECORD(1:30)
                   MOVE 'Y' TO WS-LNK-FOUND-SW
               ELSE
                   ADD 1 TO WS-LNK-IDX
               END-IF
           END-PERFORM.

      * one catalog entry per archive dataset cut: the run date
      * names the generation, the range and count say what's in it.
      * an uncatalogued archive is a restore request to operations
           MOVE WS-ARC-DATE-LO TO AC-DATE-LO.
           MOVE WS-ARC-DATE-HI TO AC-DATE-HI.
           MOVE WS-CNT-ARCHIVED TO AC-REC-COUNT.
           IF WS-ARC-HAS-SEALED
               MOVE WS-CHAIN-ANCHOR TO AC-PREV-CHECK
               MOVE WS-ARC-LAST-CHECK TO AC-LAST-CHECK
           ELSE
               MOVE SPACES TO AC-PREV-CHECK
               MOVE SPACES TO AC-LAST-CHECK
           END-IF.
           WRITE AC-RECORD.
           IF WS-CAT-STATUS NOT = '00'
               DISPLAY 'CALCAPRG: catalog write failed, status ',
       SPLIT-ONE-RECORD-PARA.
           MOVE AL-TIMESTAMP(1:8) TO WS-REC-DATE.

           IF AL-REVERSED-BY = SPACES AND WS-LNK-COUNT > 0
               PERFORM FIND-LINK-PARA
               IF WS-LNK-FOUND
                   MOVE WS-LNK-REV-KEY(WS-LNK-IDX) TO AL-REVERSED-BY
                   ADD 1 TO WS-CNT-LINKED
               END-IF
           END-IF.

           IF WS-REC-DATE < WS-CUTOFF-DATE
               IF AL-CHECK NOT = SPACES
                   MOVE WS-ARC-LAST-CHECK TO AL-PREV-CHECK
                   PERFORM COMPUTE-AUDIT-CHECK-PARA
                   MOVE WS-CHK-VALUE TO AL-CHECK
                   MOVE WS-CHK-VALUE TO WS-ARC-LAST-CHECK
                   MOVE 'Y' TO WS-ARC-SEALED-SW
               END-IF
               WRITE AR-RECORD FROM AL-RECORD
               IF WS-ARC-STATUS NOT = '00'
                   DISPLAY 'CALCAPRG: archive write failed, status ',
                   MOVE WS-REC-DATE TO WS-ARC-DATE-HI
               END-IF
           ELSE
               IF AL-CHECK NOT = SPACES
                   MOVE WS-NEW-LAST-CHECK TO AL-PREV-CHECK
                   PERFORM COMPUTE-AUDIT-CHECK-PARA
                   MOVE WS-CHK-VALUE TO AL-CHECK
                   MOVE WS-CHK-VALUE TO WS-NEW-LAST-CHECK
               END-IF
               WRITE NL-RECORD FROM AL-RECORD
               IF WS-NEW-STATUS NOT = '00'
                   DISPLAY 'CALCAPRG: new-live write failed, status ',
               DISPLAY '   DATE RANGE. . . . : ', WS-RET-DATE-LO,
                  ' - ', WS-RET-DATE-HI
           END-IF.
           DISPLAY ' REVERSALS LINKED. . : ', WS-CNT-LINKED.
           DISPLAY ' SEAL CHAIN VERIFIED : ', WS-CNT-SEALED.
           IF WS-CNT-UNSEALED > 0
               DISPLAY ' UNSEALED (OLD). . . : ', WS-CNT-UNSEALED
           END-IF.
           DISPLAY ' SWAP CALCAUDN IN AS CALCAUD NOW'.
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
               DISPLAY 'CALCAPRG: no CALCCTL check-in ticket - ',
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
               DISPLAY 'CALCAPRG: cannot open CALCDAY, status ',
                  WS-DAY-STATUS, ' - run not checked out'
               IF RETURN-CODE = ZERO
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               WRITE DY-RECORD
               IF WS-DAY-STATUS = '00'
                   DISPLAY 'CALCAPRG: ', WS-CKO-STEP,
                      ' checked out for ', WS-CKO-BUS-DATE,
                      ' CC ', DY-CC
               ELSE
                   DISPLAY 'CALCAPRG: CALCDAY write failed, ',
                      'status ', WS-DAY-STATUS, ' - run not checked out'
                   IF RETURN-CODE = ZERO
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               CLOSE CALC-DAY-FILE
           END-IF.
