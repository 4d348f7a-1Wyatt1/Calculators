      *--------------------------------------------------------------*
      * CALCRTNR.cpy
      * CALCRTN return file records - what goes back to the upstream
      * area that sent a CALCIN, so it learns record by record what
      * became of its transmission without asking for the CALCERR
      * listing.  one file per source system: every group on it is
      * for the CT-H-SOURCE-SYSTEM the file belongs to.
      *
      * a group is a header, its records, and a trailer.  CALCRTN
      * writes one group per completed run - one record per detail
      * the source sent, in its own record order, accepted or
      * rejected.  CALCFIX writes a follow-up group when it repairs
      * or writes off any of those rejects - one record per reject
      * disposed, under the original batch date and record number,
      * so the source can close the item on its side.
      *
      * the first byte says which layout the rest of the record is.
      *--------------------------------------------------------------*
       01  UR-RECORD.
           05 UR-TYPE PIC X(1).
              88 UR-IS-HEADER VALUE 'H'.
              88 UR-IS-DETAIL VALUE 'D'.
              88 UR-IS-TRAILER VALUE 'T'.
           05 UR-SOURCE-SYSTEM PIC X(8).
      * the source's own key for the detail - the batch date off its
      * CALCIN header and the detail's position in that file
           05 UR-BATCH-DATE PIC 9(8).
           05 UR-RECORD-NUM PIC 9(9).
      * A accepted, R rejected on a run group; P repaired and
      * resubmitted, W written off on a follow-up group
           05 UR-OUTCOME PIC X(1).
              88 UR-ACCEPTED VALUE 'A'.
              88 UR-REJECTED VALUE 'R'.
              88 UR-REPAIRED VALUE 'P'.
              88 UR-WRITTEN-OFF VALUE 'W'.
           05 UR-CHAIN-ID PIC X(4).
           05 UR-OPERATOR PIC X(1).
           05 UR-DEPT PIC X(4).
           05 UR-CURRENCY PIC X(3).
      * the operand as the source sent it, wherever it went into the
      * CALCIN trailer hash - a literal amount.  zero for a rate
      * code, a reversal or a spread, which hash nothing.  summed on
      * the trailer it gives back the source's own trailer hash.
           05 UR-SENT-AMOUNT PIC S9(16)V9(4) SIGN IS TRAILING SEPARATE
              CHARACTER.
      * accepted: the result in the detail's currency and in the
      * functional currency - for a spread, the shares added up.
      * zero on everything else.
           05 UR-RESULT PIC S9(16)V9(4) SIGN IS TRAILING SEPARATE
              CHARACTER.
           05 UR-FUNC-RESULT PIC S9(16)V9(4) SIGN IS TRAILING SEPARATE
              CHARACTER.
      * rejected, repaired or written off: why it was refused
           05 UR-REASON-CODE PIC X(2).
           05 UR-REASON-TEXT PIC X(30).
      * accepted: the AUDMAST key of the calculation - AL-TIMESTAMP
      * plus AL-RECORD-NUM, a spread's first share
           05 UR-AUD-KEY PIC X(30).
      * follow-up: the day CALCFIX disposed of it, and for a repair
      * the batch date the resubmission goes back in under
           05 UR-DISP-DATE PIC 9(8).
           05 UR-RSB-DATE PIC 9(8).

      * UR-H-KIND R for a run's returns, F for a CALCFIX follow-up.
      * UR-H-JOB-ID is the run the group reports on - the job id the
      * calculator ran under, CALCFIX on a follow-up
       01  UR-HEADER-RECORD.
           05 UR-H-TYPE PIC X(1).
           05 UR-H-SOURCE-SYSTEM PIC X(8).
           05 UR-H-BATCH-DATE PIC 9(8).
           05 UR-H-KIND PIC X(1).
              88 UR-H-IS-RUN VALUE 'R'.
              88 UR-H-IS-FOLLOW-UP VALUE 'F'.
           05 UR-H-JOB-ID PIC X(8).
           05 UR-H-CREATED PIC X(21).
           05 FILLER PIC X(133).

      * the balancing record.  on a run group UR-T-REC-COUNT and
      * UR-T-HASH agree with the trailer of the CALCIN the source
      * sent, and accepted plus rejected make up the count.  on a
      * follow-up group repaired plus written off make up the count
      * and the hash is zero.
       01  UR-TRAILER-RECORD.
           05 UR-T-TYPE PIC X(1).
           05 UR-T-SOURCE-SYSTEM PIC X(8).
           05 UR-T-BATCH-DATE PIC 9(8).
           05 UR-T-REC-COUNT PIC 9(9).
           05 UR-T-HASH PIC S9(18)V9(4) SIGN IS TRAILING SEPARATE
              CHARACTER.
           05 UR-T-CNT-ACCEPTED PIC 9(9).
           05 UR-T-CNT-REJECTED PIC 9(9).
           05 UR-T-CNT-REPAIRED PIC 9(9).
           05 UR-T-CNT-WRITTEN-OFF PIC 9(9).
           05 UR-T-FUNC-TOTAL PIC S9(18)V9(4) SIGN IS TRAILING SEPARATE
              CHARACTER.
           05 FILLER PIC X(72).
