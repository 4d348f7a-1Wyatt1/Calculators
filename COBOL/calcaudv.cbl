      * audit trail seal verification - proof, on demand, that the
      * CALCAUD trail is the one the calculator wrote.  every audit
      * record carries a check value worked out over its own
      * contents and the check of the record before it (CALCAUDR.cpy,
      * COMPUTE-AUDIT-CHECK-PARA), so a record altered, dropped,
      * inserted or moved anywhere on the trail breaks the chain
      * from that point on.  this job walks the whole chain - every
      * archive generation the catalog names, oldest first, then the
      * live trail - and works every check out again:
      *
      *   CALCACAT  in   the archive catalog CALCAPRG maintains -
      *                  the generations, in the order they were cut,
      *                  with the record count and the chain
      *                  boundaries of each
      *   CALCARCH  in   the archive generations, concatenated in
      *                  catalog order, the same allocation CALCARCQ
      *                  takes
      *   CALCAUD   in   the live trail
      *
      * the report names the first broken link (where it is and which
      * record), lists every break in a job's audit sequence
      * (AL-AUD-SEQ - a job's records numbered 1, 2, 3 with nothing
      * missing), and sets each generation's record count beside
      * its catalog entry.  any of those wrong ends the job 16.
      *
      * with a catalog but no CALCARCH allocated only the live trail
      * is checked, starting from the last generation's catalogued
      * end of chain, and the job ends 4 - the live file checked out
      * but the archive was not looked at.  records from before the
      * seal carry no check and are counted, not verified; they can
      * only come ahead of the first sealed record.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCAUDV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-ARC-CATALOG ASSIGN TO 'CALCACAT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CAT-STATUS.
           SELECT CALC-ARCHIVE-FILE ASSIGN TO 'CALCARCH'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARC-STATUS.
           SELECT CALC-AUDIT-LOG ASSIGN TO 'CALCAUD'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-ARC-CATALOG.
           COPY CALCACAT.

      * both files carry AL-RECORD images - each is read into the one
      * AL-RECORD below, so one check paragraph serves both
       FD  CALC-ARCHIVE-FILE.
       01  AR-RECORD PIC X(314).

       FD  CALC-AUDIT-LOG.
       01  LV-RECORD PIC X(314).

       WORKING-STORAGE SECTION.
           COPY CALCAUDR.
           COPY CALCCHKW.

       01 WS-CAT-STATUS PIC X(2) VALUE '00'.
       01 WS-ARC-STATUS PIC X(2) VALUE '00'.
       01 WS-AUD-STATUS PIC X(2) VALUE '00'.

       01 WS-CAT-EOF-SW PIC X(1) VALUE 'N'.
          88 END-OF-CATALOG VALUE 'Y'.
       01 WS-ARC-EOF-SW PIC X(1) VALUE 'N'.
          88 END-OF-ARCHIVE VALUE 'Y'.
       01 WS-AUD-EOF-SW PIC X(1) VALUE 'N'.
          88 END-OF-AUDIT-FILE VALUE 'Y'.
       01 WS-ARC-WALKED-SW PIC X(1) VALUE 'N'.
          88 WS-ARCHIVE-WALKED VALUE 'Y'.

      * the catalog, whole file in the table, as CALCARCQ holds it,
      * plus what the walk found for each generation
       01 WS-CAT-TABLE.
           05 WS-CAT-ENTRY OCCURS 500 TIMES.
              10 WS-CAT-ARC-DATE PIC 9(8).
              10 WS-CAT-REC-COUNT PIC 9(9).
              10 WS-CAT-LAST-CHECK PIC X(20).
              10 WS-CAT-FOUND PIC 9(9).
       01 WS-CAT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-CAT-IDX PIC 9(3) VALUE ZERO.
      * the generation the archive walk is in
       01 WS-GEN PIC 9(3) VALUE ZERO.
       01 WS-GEN-DONE-SW PIC X(1) VALUE 'N'.
          88 WS-GEN-DONE VALUE 'Y'.
       01 WS-GEN-FOUND-SW PIC X(1) VALUE 'N'.
          88 WS-GEN-FOUND VALUE 'Y'.

      * the chain: the check the next sealed record must chain from.
      * the oldest sealed record anywhere chains from spaces - it
      * followed either nothing or a record from before the seal.
       01 WS-RUN-LAST-CHECK PIC X(20) VALUE SPACES.
       01 WS-SEALED-SW PIC X(1) VALUE 'N'.
          88 WS-SEAL-SEEN VALUE 'Y'.

      * where the record in hand sits, for the report
       01 WS-WHERE PIC X(16) VALUE SPACES.
       01 WS-WHERE-POS PIC 9(9) VALUE ZERO.
       01 WS-ARC-POS PIC 9(9) VALUE ZERO.
       01 WS-LIVE-POS PIC 9(9) VALUE ZERO.

      * the first broken link, held for the report
       01 WS-BREAK-WHERE PIC X(16) VALUE SPACES.
       01 WS-BREAK-POS PIC 9(9) VALUE ZERO.
       01 WS-BREAK-KEY PIC X(30) VALUE SPACES.
       01 WS-BREAK-WHY PIC X(40) VALUE SPACES.
       01 WS-BREAK-TEXT PIC X(40) VALUE SPACES.

      * last audit sequence number seen per job id.  the last job
      * looked up is tried first - a job's records sit together
       01 WS-JOB-TABLE.
           05 WS-JOB-ENTRY OCCURS 9999 TIMES.
              10 WS-JOB-ID PIC X(8).
              10 WS-JOB-LAST-SEQ PIC 9(9).
       01 WS-JOB-COUNT PIC 9(4) VALUE ZERO.
       01 WS-JOB-IDX PIC 9(4) VALUE ZERO.
       01 WS-JOB-FOUND-SW PIC X(1) VALUE 'N'.
          88 WS-JOB-FOUND VALUE 'Y'.
       01 WS-EXPECT-SEQ PIC 9(9) VALUE ZERO.

       01 WS-CNT-ARCHIVE PIC 9(9) VALUE ZERO.
       01 WS-CNT-LIVE PIC 9(9) VALUE ZERO.
       01 WS-CNT-SEALED PIC 9(9) VALUE ZERO.
       01 WS-CNT-UNSEALED PIC 9(9) VALUE ZERO.
       01 WS-CNT-BROKEN PIC 9(9) VALUE ZERO.
       01 WS-CNT-GAPS PIC 9(9) VALUE ZERO.
       01 WS-CNT-MISMATCH PIC 9(9) VALUE ZERO.
       01 WS-CNT-BEYOND PIC 9(9) VALUE ZERO.

       PROCEDURE DIVISION.
       ENTRY-PARA.
           PERFORM LOAD-CATALOG-PARA.

           OPEN INPUT CALC-AUDIT-LOG.
           IF WS-AUD-STATUS NOT = '00'
               DISPLAY 'CALCAUDV: cannot open CALCAUD, status ',
                  WS-AUD-STATUS, ' - nothing verified'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY '===================================='.
           DISPLAY ' AUDIT TRAIL SEAL VERIFICATION'.
           DISPLAY '===================================='.

           IF WS-CAT-COUNT > 0
               PERFORM WALK-ARCHIVE-PARA
           END-IF.
           PERFORM WALK-LIVE-PARA.
           CLOSE CALC-AUDIT-LOG.

           PERFORM VERIFY-REPORT-PARA.
           STOP RUN.

      * no catalog is fine - nothing has been archived yet and the
      * live trail is the whole chain
       LOAD-CATALOG-PARA.
           OPEN INPUT CALC-ARC-CATALOG.
           IF WS-CAT-STATUS = '00'
               PERFORM UNTIL END-OF-CATALOG
                   READ CALC-ARC-CATALOG
                       AT END
                           MOVE 'Y' TO WS-CAT-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-CAT-COUNT
                           IF WS-CAT-COUNT > 500
                               DISPLAY 'CALCAUDV: catalog table ',
                                  'full at 500 generations - raise ',
                                  'the limit'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           MOVE AC-ARCHIVE-DATE TO
                              WS-CAT-ARC-DATE(WS-CAT-COUNT)
                           MOVE AC-REC-COUNT TO
                              WS-CAT-REC-COUNT(WS-CAT-COUNT)
                           MOVE AC-LAST-CHECK TO
                              WS-CAT-LAST-CHECK(WS-CAT-COUNT)
                           MOVE ZERO TO WS-CAT-FOUND(WS-CAT-COUNT)
                   END-READ
               END-PERFORM
               CLOSE CALC-ARC-CATALOG
           END-IF.

      * the generations come concatenated in catalog order.  where
      * one ends is known from the catalog: the record whose check is
      * the generation's catalogued last check, or - when that record
      * is missing - the first record chaining from it, which belongs
      * to the next generation.  a generation from before the seal
      * has no checks and ends at its catalogued count.
       WALK-ARCHIVE-PARA.
           OPEN INPUT CALC-ARCHIVE-FILE.
           IF WS-ARC-STATUS NOT = '00'
               DISPLAY ' CALCARCH NOT ALLOCATED - LIVE TRAIL ONLY'
               PERFORM SET-LIVE-ONLY-ANCHOR-PARA
           ELSE
               MOVE 'Y' TO WS-ARC-WALKED-SW
               MOVE 1 TO WS-GEN
               MOVE 'N' TO WS-GEN-DONE-SW
               PERFORM UNTIL END-OF-ARCHIVE
                   READ CALC-ARCHIVE-FILE INTO AL-RECORD
                       AT END
                           MOVE 'Y' TO WS-ARC-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-CNT-ARCHIVE
                           PERFORM ONE-ARCHIVE-RECORD-PARA
                   END-READ
               END-PERFORM
               CLOSE CALC-ARCHIVE-FILE
           END-IF.

      * the live trail carries on from the newest generation that
      * has a seal on it
       SET-LIVE-ONLY-ANCHOR-PARA.
           MOVE WS-CAT-COUNT TO WS-CAT-IDX.
           PERFORM UNTIL WS-CAT-IDX = ZERO
               IF WS-CAT-LAST-CHECK(WS-CAT-IDX) NOT = SPACES
                   MOVE WS-CAT-LAST-CHECK(WS-CAT-IDX) TO
                      WS-RUN-LAST-CHECK
                   MOVE 'Y' TO WS-SEALED-SW
                   MOVE ZERO TO WS-CAT-IDX
               ELSE
                   SUBTRACT 1 FROM WS-CAT-IDX
               END-IF
           END-PERFORM.

       ONE-ARCHIVE-RECORD-PARA.
           PERFORM FIND-GENERATION-PARA.
           IF WS-GEN > WS-CAT-COUNT
               ADD 1 TO WS-CNT-BEYOND
               MOVE 'ARCHIVE UNCATLGD' TO WS-WHERE
           ELSE
               ADD 1 TO WS-CAT-FOUND(WS-GEN)
               MOVE SPACES TO WS-WHERE
               STRING 'ARCHIVE ' DELIMITED BY SIZE
                      WS-CAT-ARC-DATE(WS-GEN) DELIMITED BY SIZE
                 INTO WS-WHERE
           END-IF.
           ADD 1 TO WS-ARC-POS.
           MOVE WS-ARC-POS TO WS-WHERE-POS.
           PERFORM CHECK-ONE-RECORD-PARA.

           IF WS-GEN NOT > WS-CAT-COUNT
               IF WS-CAT-LAST-CHECK(WS-GEN) NOT = SPACES AND
                  AL-CHECK = WS-CAT-LAST-CHECK(WS-GEN)
                   MOVE 'Y' TO WS-GEN-DONE-SW
               END-IF
           END-IF.

      * move on past every generation the record in hand can't
      * belong to
       FIND-GENERATION-PARA.
           MOVE 'N' TO WS-GEN-FOUND-SW.
           PERFORM UNTIL WS-GEN-FOUND OR WS-GEN > WS-CAT-COUNT
               EVALUATE TRUE
                   WHEN WS-GEN-DONE
                       PERFORM NEXT-GENERATION-PARA
                   WHEN WS-CAT-LAST-CHECK(WS-GEN) = SPACES
                       IF WS-CAT-FOUND(WS-GEN) NOT <
                          WS-CAT-REC-COUNT(WS-GEN)
                           PERFORM NEXT-GENERATION-PARA
                       ELSE
                           MOVE 'Y' TO WS-GEN-FOUND-SW
                       END-IF
                   WHEN AL-CHECK NOT = SPACES AND
                        AL-PREV-CHECK = WS-CAT-LAST-CHECK(WS-GEN)
                       PERFORM NEXT-GENERATION-PARA
                   WHEN OTHER
                       MOVE 'Y' TO WS-GEN-FOUND-SW
               END-EVALUATE
           END-PERFORM.

       NEXT-GENERATION-PARA.
           ADD 1 TO WS-GEN.
           MOVE 'N' TO WS-GEN-DONE-SW.
           MOVE ZERO TO WS-ARC-POS.

       WALK-LIVE-PARA.
           PERFORM UNTIL END-OF-AUDIT-FILE
               READ CALC-AUDIT-LOG INTO AL-RECORD
                   AT END
                       MOVE 'Y' TO WS-AUD-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-CNT-LIVE
                       ADD 1 TO WS-LIVE-POS
                       MOVE 'LIVE CALCAUD' TO WS-WHERE
                       MOVE WS-LIVE-POS TO WS-WHERE-POS
                       PERFORM CHECK-ONE-RECORD-PARA
               END-READ
           END-PERFORM.

      * one record against the chain and against its job's sequence.
      * after a break the walk carries on from the record's own
      * check, so one altered record is one break, not every record
      * after it
       CHECK-ONE-RECORD-PARA.
           IF AL-CHECK = SPACES
               ADD 1 TO WS-CNT-UNSEALED
               IF WS-SEAL-SEEN
                   MOVE 'UNSEALED RECORD AFTER SEALED RECORDS' TO
                      WS-BREAK-TEXT
                   PERFORM NOTE-BREAK-PARA
               END-IF
           ELSE
               ADD 1 TO WS-CNT-SEALED
               MOVE 'Y' TO WS-SEALED-SW
               IF AL-PREV-CHECK NOT = WS-RUN-LAST-CHECK
                   MOVE 'DOES NOT CHAIN FROM THE RECORD BEFORE' TO
                      WS-BREAK-TEXT
                   PERFORM NOTE-BREAK-PARA
               ELSE
                   PERFORM COMPUTE-AUDIT-CHECK-PARA
                   IF WS-CHK-VALUE NOT = AL-CHECK
                       MOVE 'CONTENTS DO NOT MATCH ITS SEAL' TO
                          WS-BREAK-TEXT
                       PERFORM NOTE-BREAK-PARA
                   END-IF
               END-IF
               MOVE AL-CHECK TO WS-RUN-LAST-CHECK
               PERFORM CHECK-SEQUENCE-PARA
           END-IF.

       NOTE-BREAK-PARA.
           ADD 1 TO WS-CNT-BROKEN.
           IF WS-CNT-BROKEN = 1
               MOVE WS-WHERE TO WS-BREAK-WHERE
               MOVE WS-WHERE-POS TO WS-BREAK-POS
               MOVE AL-RECORD(1:30) TO WS-BREAK-KEY
               MOVE WS-BREAK-TEXT TO WS-BREAK-WHY
           END-IF.

      * a job's next record is the next number.  a 1 is a job id
      * starting over (the clock-derived default repeats from one
      * day to the next) - anything else is a record missing, or one
      * there twice.  a job first met part way through is only a gap
      * when the whole chain is being walked; on a live-only pass its
      * earlier records are in the archive.
       CHECK-SEQUENCE-PARA.
           IF AL-AUD-SEQ IS NOT NUMERIC
               DISPLAY ' NO AUDIT SEQUENCE  ', WS-WHERE, ' REC ',
                  WS-WHERE-POS, ' KEY ', AL-RECORD(1:30)
               ADD 1 TO WS-CNT-GAPS
           ELSE
               PERFORM FIND-JOB-PARA
               IF WS-JOB-FOUND
                   COMPUTE WS-EXPECT-SEQ =
                      WS-JOB-LAST-SEQ(WS-JOB-IDX) + 1
               ELSE
                   MOVE 1 TO WS-EXPECT-SEQ
               END-IF
               IF AL-AUD-SEQ NOT = WS-EXPECT-SEQ AND AL-AUD-SEQ NOT = 1
                   IF WS-JOB-FOUND OR WS-ARCHIVE-WALKED OR
                      WS-CAT-COUNT = ZERO
                       DISPLAY ' SEQUENCE BREAK JOB ', AL-JOB-ID,
                          ' EXPECTED ', WS-EXPECT-SEQ, ' FOUND ',
                          AL-AUD-SEQ
                       DISPLAY '    AT ', WS-WHERE, ' REC ',
                          WS-WHERE-POS, ' KEY ', AL-RECORD(1:30)
                       ADD 1 TO WS-CNT-GAPS
                   END-IF
               END-IF
               MOVE AL-AUD-SEQ TO WS-JOB-LAST-SEQ(WS-JOB-IDX)
           END-IF.

       FIND-JOB-PARA.
           MOVE 'N' TO WS-JOB-FOUND-SW.
           IF WS-JOB-IDX > 0
               IF WS-JOB-ID(WS-JOB-IDX) = AL-JOB-ID
                   MOVE 'Y' TO WS-JOB-FOUND-SW
               END-IF
           END-IF.
           IF NOT WS-JOB-FOUND
               MOVE 1 TO WS-JOB-IDX
               PERFORM UNTIL WS-JOB-FOUND OR WS-JOB-IDX > WS-JOB-COUNT
                   IF WS-JOB-ID(WS-JOB-IDX) = AL-JOB-ID
                       MOVE 'Y' TO WS-JOB-FOUND-SW
                   ELSE
                       ADD 1 TO WS-JOB-IDX
                   END-IF
               END-PERFORM
           END-IF.
           IF NOT WS-JOB-FOUND
               IF WS-JOB-COUNT >= 9999
                   DISPLAY 'CALCAUDV: job table full at 9999 job ',
                      'ids - raise the limit'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-JOB-COUNT
               MOVE WS-JOB-COUNT TO WS-JOB-IDX
               MOVE AL-JOB-ID TO WS-JOB-ID(WS-JOB-IDX)
               MOVE ZERO TO WS-JOB-LAST-SEQ(WS-JOB-IDX)
           END-IF.

       VERIFY-REPORT-PARA.
           IF WS-ARCHIVE-WALKED
               DISPLAY '------------------------------------'
               DISPLAY ' GENERATION  CATALOGUED      FOUND'
               PERFORM VARYING WS-CAT-IDX FROM 1 BY 1
                       UNTIL WS-CAT-IDX > WS-CAT-COUNT
                   IF WS-CAT-FOUND(WS-CAT-IDX) =
                      WS-CAT-REC-COUNT(WS-CAT-IDX)
                       DISPLAY ' ', WS-CAT-ARC-DATE(WS-CAT-IDX), '   ',
                          WS-CAT-REC-COUNT(WS-CAT-IDX), '  ',
                          WS-CAT-FOUND(WS-CAT-IDX)
                   ELSE
                       ADD 1 TO WS-CNT-MISMATCH
                       DISPLAY ' ', WS-CAT-ARC-DATE(WS-CAT-IDX), '   ',
                          WS-CAT-REC-COUNT(WS-CAT-IDX), '  ',
                          WS-CAT-FOUND(WS-CAT-IDX), '  COUNT WRONG'
                   END-IF
               END-PERFORM
           END-IF.

           DISPLAY '------------------------------------'.
           DISPLAY ' GENERATIONS . . . . : ', WS-CAT-COUNT.
           DISPLAY ' ARCHIVE RECORDS . . : ', WS-CNT-ARCHIVE.
           DISPLAY ' LIVE RECORDS. . . . : ', WS-CNT-LIVE.
           DISPLAY ' SEALED. . . . . . . : ', WS-CNT-SEALED.
           DISPLAY ' UNSEALED (OLD). . . : ', WS-CNT-UNSEALED.
           DISPLAY ' BROKEN LINKS. . . . : ', WS-CNT-BROKEN.
           DISPLAY ' SEQUENCE BREAKS . . : ', WS-CNT-GAPS.
           DISPLAY ' COUNTS WRONG. . . . : ', WS-CNT-MISMATCH.
           DISPLAY ' NOT IN THE CATALOG. : ', WS-CNT-BEYOND.
           IF WS-CNT-BROKEN > 0
               DISPLAY '------------------------------------'
               DISPLAY ' FIRST BROKEN LINK . : ', WS-BREAK-WHERE,
                  ' REC ', WS-BREAK-POS
               DISPLAY '   KEY . . . . . . . : ', WS-BREAK-KEY
               DISPLAY '   ', WS-BREAK-WHY
           END-IF.
           DISPLAY '===================================='.

           IF WS-CNT-BROKEN > 0 OR WS-CNT-GAPS > 0 OR
              WS-CNT-MISMATCH > 0 OR WS-CNT-BEYOND > 0
               DISPLAY ' TRAIL FAILED VERIFICATION'
               MOVE 16 TO RETURN-CODE
           ELSE
               IF WS-CAT-COUNT > 0 AND NOT WS-ARCHIVE-WALKED
                   DISPLAY ' LIVE TRAIL VERIFIED - ARCHIVE NOT CHECKED'
                   MOVE 4 TO RETURN-CODE
               ELSE
                   DISPLAY ' TRAIL VERIFIED'
               END-IF
           END-IF.

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
