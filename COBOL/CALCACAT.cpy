      * can be turned into "allocate these generations" without
      * anyone browsing tapes.  Shared by CALCAPRG (writer) and the
      * CALCARCQ archive retrieval (reader).
      * the two checks are where the generation sits on the CALCAUD
      * seal chain (CALCAUDR.cpy): AC-PREV-CHECK is what its first
      * sealed record chains from, AC-LAST-CHECK the check of its
      * last - so CALCAUDV can tell where one generation stops and
      * the next starts.  both are spaces for a generation holding
      * nothing but records from before the seal.
      *--------------------------------------------------------------*
       01  AC-RECORD.
           05 AC-ARCHIVE-DATE PIC 9(8).
           05 AC-DATE-LO PIC 9(8).
           05 AC-DATE-HI PIC 9(8).
           05 AC-REC-COUNT PIC 9(9).
           05 AC-PREV-CHECK PIC X(20).
           05 AC-LAST-CHECK PIC X(20).
