      *--------------------------------------------------------------*
      * every CALCIN now opens with a header record and closes with a
      * trailer record so a truncated transmission can't flow quietly
      * into the outputs.  both are carried in the same 54-byte
      * record, flagged by the reserved chain ids 'HDR ' and 'TRL ' -
      * no real chain may use either.  the trailer's hash total
      * covers the literal CT-A amounts only; a rate-coded operand
              88 CT-IS-HEADER VALUE 'HDR '.
              88 CT-IS-TRAILER VALUE 'TRL '.
           05 CT-OPERATOR PIC X(1).
              88 CT-IS-REVERSAL VALUE 'V'.
              88 CT-IS-SPREAD VALUE 'S'.
           05 CT-A PIC S9(16)V9(4) SIGN IS TRAILING SEPARATE CHARACTER.
      * rate-code form of the operand: instead of keying the literal
      * amount, upstream keys '#' plus a code (VAT1, FXEUR, ...) that
                 88 CT-A-IS-RATE-CODE VALUE '#'.
              10 CT-RATE-CODE PIC X(8).
              10 FILLER PIC X(12).
      * allocation form, operator 'S' only: a spread carries the
      * total to distribute in CT-B and, where the operand would be,
      * the CALCALOC allocation key that says which departments
      * receive what share of it.  a spread stands alone - it never
      * starts or continues a chain - and like a rate code its key
      * adds nothing to the trailer hash.  CT-DEPT is the submitting
      * area, kept for the record and charged with any reject; the
      * shares post under the receiving departments.
           05 CT-A-ALLOC REDEFINES CT-A.
              10 CT-ALLOC-KEY PIC X(8).
              10 FILLER PIC X(13).
           05 CT-B PIC S9(16)V9(4) SIGN IS TRAILING SEPARATE CHARACTER.
      * submitting department / cost center - finance posts at this
      * level now, so it rides every record from CALCIN all the way
      * to the GL extract line and the reject file
           05 CT-DEPT PIC X(4).
      * currency CT-A and CT-B are keyed in (EUR, GBP, USD, ...).
      * the calculator computes in this currency and converts to the
      * shop's functional currency (PM-FUNC-CURRENCY on CALCPARM) at
      * the CALCRATE entry 'FX' plus this code in force for the
      * batch date.  spaces means the amounts already are functional
      * - every file keyed before the field existed.
           05 CT-CURRENCY PIC X(3).

      * reversal form of a detail record: operator 'V' backs out a
      * calculation that already went through and posted.  instead
      * of operands it names the original by its AUDMAST key - the
      * write timestamp plus record number, exactly as CALCAUDQ
      * prints them - and the calculator negates that record under
      * the original's own department.  the key sits where CT-A and
      * CT-B would, so like a rate code a reversal carries no amount
      * into the trailer hash or the run identity.  CT-V-DEPT is the
      * submitting area, kept for the record; the posting follows
      * the original, in the original's currency at the original's
      * rate, so the back-out nets to nothing in both currencies.
       01  CT-REVERSAL-RECORD.
           05 CT-V-CHAIN-ID PIC X(4).
           05 CT-V-OPERATOR PIC X(1).
           05 CT-V-ORIG-KEY.
              10 CT-V-ORIG-TIMESTAMP PIC X(21).
              10 CT-V-ORIG-RECORD-NUM PIC 9(9).
           05 FILLER PIC X(12).
           05 CT-V-DEPT PIC X(4).
           05 FILLER PIC X(3).

       01  CT-HEADER-RECORD.
           05 CT-H-TYPE PIC X(4).
           05 CT-H-SOURCE-SYSTEM PIC X(8).
           05 CT-H-BATCH-DATE PIC 9(8).
           05 FILLER PIC X(34).

       01  CT-TRAILER-RECORD.
           05 CT-T-TYPE PIC X(4).
           05 CT-T-REC-COUNT PIC 9(9).
           05 CT-T-HASH PIC S9(18)V9(4) SIGN IS TRAILING SEPARATE
              CHARACTER.
           05 FILLER PIC X(18).
