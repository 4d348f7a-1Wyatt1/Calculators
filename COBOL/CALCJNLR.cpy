      *--------------------------------------------------------------*
      * CALCJNLR.cpy
      * CALCJNL double-entry journal records, written by CALCJNL and
      * matched by CALCGLM.  one journal per run: a header, then a
      * debit line and a credit line for the same amount per posted
      * calculation, then a trailer carrying the line count and the
      * debit and credit totals.  the debit and credit totals always
      * agree - a calculation that can't be mapped to a pair of
      * accounts goes to the suspense report instead of the journal,
      * so a journal is never built out of balance.  the file
      * accumulates run after run; every record carries its job id.
      * the first byte says which layout the rest of the record is.
      *--------------------------------------------------------------*
       01  JR-RECORD.
           05 JR-TYPE PIC X(1).
              88 JR-IS-HEADER VALUE 'H'.
              88 JR-IS-LINE VALUE 'L'.
              88 JR-IS-TRAILER VALUE 'T'.
           05 JR-JOB-ID PIC X(8).
           05 JR-LINE-NUM PIC 9(9).
           05 JR-ACCOUNT PIC X(10).
           05 JR-SIDE PIC X(1).
              88 JR-IS-DEBIT VALUE 'D'.
              88 JR-IS-CREDIT VALUE 'C'.
      * always positive, in functional currency - the side says
      * which way it posts
           05 JR-AMOUNT PIC S9(16)V9(4) SIGN IS TRAILING SEPARATE
              CHARACTER.
           05 JR-DEPT PIC X(4).
           05 JR-OPERATOR PIC X(1).
      * AUDMAST key of the calculation the line posts - AL-TIMESTAMP
      * plus AL-RECORD-NUM - so every line traces to its audit record
           05 JR-AUD-KEY PIC X(30).
           05 FILLER PIC X(3).

      * batch date is the run register's, currency the functional
      * currency the amounts are struck in
       01  JR-HEADER-RECORD.
           05 JH-TYPE PIC X(1).
           05 JH-JOB-ID PIC X(8).
           05 JH-BATCH-DATE PIC 9(8).
           05 JH-CURRENCY PIC X(3).
           05 JH-CREATED PIC X(21).
           05 FILLER PIC X(47).

      * JT-NET is debits less credits and is zero on every trailer
      * CALCJNL writes - CALCGLM checks it all the same
       01  JR-TRAILER-RECORD.
           05 JT-TYPE PIC X(1).
           05 JT-JOB-ID PIC X(8).
           05 JT-LINE-COUNT PIC 9(9).
           05 JT-DR-TOTAL PIC S9(18)V9(4) SIGN IS TRAILING SEPARATE
              CHARACTER.
           05 JT-CR-TOTAL PIC S9(18)V9(4) SIGN IS TRAILING SEPARATE
              CHARACTER.
           05 JT-NET PIC S9(18)V9(4) SIGN IS TRAILING SEPARATE
              CHARACTER.
           05 FILLER PIC X(1).
