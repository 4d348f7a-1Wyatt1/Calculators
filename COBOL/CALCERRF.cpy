           05 CE-REASON-TEXT PIC X(30).
           05 CE-OPERATOR PIC X(1).
           05 CE-A PIC S9(16)V9(4) SIGN IS TRAILING SEPARATE CHARACTER.
      * a refused reversal (CE-OPERATOR 'V') has no operands - the
      * AUDMAST key it named rides in their place instead, so the
      * reject listing shows what was asked for and CALCFIX can send
      * the same reversal back in once the cause is cleared
           05 CE-V-ORIG-TIMESTAMP REDEFINES CE-A PIC X(21).
      * a refused spread (CE-OPERATOR 'S') likewise carries its
      * allocation key in CE-A's place, with the total it was to
      * spread in CE-B - nothing of a refused spread posts, so the
      * whole spread goes back in once the key or card is put right
           05 CE-S-ALLOC REDEFINES CE-A.
              10 CE-S-ALLOC-KEY PIC X(8).
              10 FILLER PIC X(13).
           05 CE-B PIC S9(16)V9(4) SIGN IS TRAILING SEPARATE CHARACTER.
           05 CE-V-ORIG-B REDEFINES CE-B.
              10 CE-V-ORIG-RECORD-NUM PIC 9(9).
              10 FILLER PIC X(12).
      * the submitting department - each area chases its own rejects
           05 CE-DEPT PIC X(4).
      * the currency the operands are in, so a resubmission goes back
      * in the currency it was keyed in (spaces on a reversal)
           05 CE-CURRENCY PIC X(3).
      * whose detail it was - the CALCIN header's source system and
      * batch date - so a repair or write-off can be sent back to the
      * area that keyed it on its CALCRTN return file.  no source
      * system (spaces) on a reject from an interactive session.
           05 CE-SOURCE-SYSTEM PIC X(8).
           05 CE-BATCH-DATE PIC 9(8).
