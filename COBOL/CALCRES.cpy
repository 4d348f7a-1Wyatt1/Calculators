      * CALCOUT result record - one per successful calculation.  CR-B
      * is the operand as it stood going into the EVALUATE (for a
      * chain continuation that is the running total, not the keyed
      * CT-B), CR-RESULT the value after.  all three are in the
      * transaction's own currency; the CR-FUNC- fields carry the
      * same three converted to the functional currency.
      *--------------------------------------------------------------*
       01  CR-RECORD.
           05 CR-OPERATOR PIC X(1).
           05 CR-RESULT PIC S9(16)V9(4) SIGN IS TRAILING SEPARATE
              CHARACTER.
           05 CR-DEPT PIC X(4).
           05 CR-CURRENCY PIC X(3).
           05 CR-FUNC-A PIC S9(16)V9(4) SIGN IS TRAILING SEPARATE
              CHARACTER.
           05 CR-FUNC-B PIC S9(16)V9(4) SIGN IS TRAILING SEPARATE
              CHARACTER.
           05 CR-FUNC-RESULT PIC S9(16)V9(4) SIGN IS TRAILING SEPARATE
              CHARACTER.
