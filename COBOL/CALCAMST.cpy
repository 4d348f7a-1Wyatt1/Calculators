      * masters predate the field: drop and re-run the CALCAUDL load
      * when picking this layout up.
           05 AM-RATE-CODE PIC X(8).
      * reversal links off the trail (see CALCAUDR.cpy).  the load
      * also REWRITEs the original when it lands a reversal, so the
      * master shows the pair linked both ways the same night - and
      * AM-REVERSED-BY is what the calculator checks to refuse a
      * second back-out of the same calculation.  masters loaded
      * before the links existed need the same drop and re-load.
           05 AM-REVERSAL-OF.
              10 AM-REV-OF-TIMESTAMP PIC X(21).
              10 AM-REV-OF-RECORD-NUM PIC 9(9).
           05 AM-REVERSED-BY.
              10 AM-REV-BY-TIMESTAMP PIC X(21).
              10 AM-REV-BY-RECORD-NUM PIC 9(9).
      * currency, FX rate and functional amounts off the trail (see
      * CALCAUDR.cpy) - statements total AM-FUNC-RESULT
           05 AM-CURRENCY PIC X(3).
           05 AM-FX-RATE PIC S9(16)V9(4) SIGN IS TRAILING SEPARATE
              CHARACTER.
           05 AM-FUNC-A PIC S9(16)V9(4) SIGN IS TRAILING SEPARATE
              CHARACTER.
           05 AM-FUNC-B PIC S9(16)V9(4) SIGN IS TRAILING SEPARATE
              CHARACTER.
           05 AM-FUNC-RESULT PIC S9(16)V9(4) SIGN IS TRAILING SEPARATE
              CHARACTER.
