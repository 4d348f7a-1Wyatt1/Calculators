      *--------------------------------------------------------------*
      * CALCPCAL.cpy
      * CALCPCAL accounting period calendar - one record per period,
      * the date range it covers and where it stands in the close.
      * a period is open until the close program is asked to close
      * it; it is then closing until CALCGLM shows every run in it
      * acknowledged and EXCPMST shows none of its rejects still
      * open, and only then closed.  closed is for good: the
      * calculator refuses detail whose batch date falls in a closed
      * period, CALCFIX dates its resubmissions past one, and CALCMES
      * prints the period's statement FINAL.  maintained only by
      * CALCPCLS, through the usual new-file-and-swap.
      *--------------------------------------------------------------*
       01  PC-RECORD.
      * yyyymm by convention - it is what the reports print
           05 PC-PERIOD-ID PIC X(6).
           05 PC-FROM-DATE PIC 9(8).
           05 PC-TO-DATE PIC 9(8).
           05 PC-STATUS PIC X(1).
              88 PC-IS-OPEN VALUE 'O'.
              88 PC-IS-CLOSING VALUE 'P'.
              88 PC-IS-CLOSED VALUE 'C'.
      * the day the close went through - zero until then
           05 PC-CLOSED-DATE PIC 9(8).
