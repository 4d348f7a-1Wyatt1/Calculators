      * CALCAUD audit record - the permanent trail, one per successful
      * EVALUATE pass.  AL-TIMESTAMP is yyyymmdd-hhmmsshh as built in
      * WRITE-AUDIT-LOG-PARA, so AL-TIMESTAMP(1:8) is the run date.
      * its last four bytes are spaces except on the shares of an
      * allocation spread (AL-OPERATOR 'S'), where they carry 'S' and
      * the share number - every share of one spread is written
      * under the same record number, so this keeps their AUDMAST
      * keys apart.  share 001 is the first share of its spread.
      *--------------------------------------------------------------*
       01  AL-RECORD.
           05 AL-TIMESTAMP PIC X(21).
      * the CALCRATE code AL-A was resolved from, spaces for a
      * literal operand - without it nobody can say after the fact
      * which calculations a proposed rate change would touch, which
      * is exactly what the impact simulation has to answer.  on a
      * spread share it is the CALCALOC allocation key the share's
      * percentage (AL-A) came from - AL-B is then the total spread
      * and AL-RESULT the department's share of it
           05 AL-RATE-CODE PIC X(8).
      * reversal links, both ways.  a reversal record (AL-OPERATOR
      * 'V') carries the AUDMAST key of the calculation it backs out
      * in AL-REVERSAL-OF; the original learns its reversal's key in
      * AL-REVERSED-BY.  the calculator only ever fills the first -
      * the original was written on an earlier run - so the second
      * is stamped onto the trail by the CALCAPRG archive pass and
      * onto the master by the CALCAUDL load.  spaces when unlinked.
           05 AL-REVERSAL-OF.
              10 AL-REV-OF-TIMESTAMP PIC X(21).
              10 AL-REV-OF-RECORD-NUM PIC 9(9).
           05 AL-REVERSED-BY.
              10 AL-REV-BY-TIMESTAMP PIC X(21).
              10 AL-REV-BY-RECORD-NUM PIC 9(9).
      * currency of AL-A/AL-B/AL-RESULT, the FX rate the run
      * converted at (1 for functional-currency work) and the same
      * three amounts in functional currency - what the GL posts and
      * every total is struck in
           05 AL-CURRENCY PIC X(3).
           05 AL-FX-RATE PIC S9(16)V9(4) SIGN IS TRAILING SEPARATE
              CHARACTER.
           05 AL-FUNC-A PIC S9(16)V9(4) SIGN IS TRAILING SEPARATE
              CHARACTER.
           05 AL-FUNC-B PIC S9(16)V9(4) SIGN IS TRAILING SEPARATE
              CHARACTER.
           05 AL-FUNC-RESULT PIC S9(16)V9(4) SIGN IS TRAILING SEPARATE
              CHARACTER.
      * the tamper seal.  AL-AUD-SEQ numbers a job's audit records
      * 1, 2, 3 in the order they reach the trail - AL-RECORD-NUM
      * can't show a missing record, rejects leave holes in it by
      * design.  AL-CHECK is computed (the calculator's
      * COMPUTE-AUDIT-CHECK-PARA) over the whole record except
      * AL-REVERSED-BY, which CALCAPRG stamps later, plus
      * AL-PREV-CHECK, the check value of the record before it on
      * the trail - so altering or removing any record breaks
      * every link after it.  the chain runs unbroken from the
      * oldest archive generation through the live file; CALCAUDV
      * walks it.  records written before the seal existed carry
      * spaces in all three and are reported as unsealed.
           05 AL-AUD-SEQ PIC 9(9).
           05 AL-PREV-CHECK PIC X(20).
           05 AL-CHECK PIC X(20).
