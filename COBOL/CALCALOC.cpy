      *--------------------------------------------------------------*
      * CALCALOC.cpy
      * CALCALOC allocation table - how a shared cost (rent, IT
      * recharge, insurance) is spread across cost centers.  one
      * entry per receiving department per key per effective date;
      * a spread on CALCIN names the key and takes every entry for
      * it at the latest AK-EFF-DATE on or before the batch date,
      * the same in-force rule as CALCRATE, so a new split is keyed
      * ahead of time with a future date.  the percentages in force
      * for a key must total exactly 100, and exactly one of its
      * entries must be flagged to take the rounding remainder, or
      * every spread on the key rejects whole.
      *--------------------------------------------------------------*
       01  AK-RECORD.
           05 AK-KEY PIC X(8).
           05 AK-EFF-DATE PIC 9(8).
           05 AK-DEPT PIC X(4).
           05 AK-PERCENT PIC 9(3)V9(4).
      * 'Y' on the one department that absorbs whatever the rounded
      * shares leave over, so the shares add back to the total
           05 AK-REMAINDER-SW PIC X(1).
              88 AK-TAKES-REMAINDER VALUE 'Y'.
