      *--------------------------------------------------------------*
      * CALCACMP.cpy
      * CALCACCT account-mapping entry - the chart-of-accounts pair a
      * calculation posts to, keyed by department and operator.  a
      * positive functional result debits AX-DR-ACCOUNT and credits
      * AX-CR-ACCOUNT; a negative one (a reversal, a subtraction that
      * went below zero) posts the same two accounts the other way
      * round.  the operator is the canonical one: + - * / % ^ R M,
      * or S for a spread's shares (each posts under its receiving
      * department) - the calculator's lower-case and x forms map
      * through to these.
      * Maintained only through CALCACM, read by the CALCJNL journal
      * build.
      *--------------------------------------------------------------*
       01  AX-RECORD.
           05 AX-DEPT PIC X(4).
           05 AX-OPERATOR PIC X(1).
           05 AX-DR-ACCOUNT PIC X(10).
           05 AX-CR-ACCOUNT PIC X(10).
