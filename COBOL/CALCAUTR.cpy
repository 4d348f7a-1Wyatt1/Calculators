      *--------------------------------------------------------------*
      * CALCAUTR.cpy
      * CALCAUTH department authorization card - one entry per
      * restricted department: the operators it may use (canonical
      * forms + - * / % ^ R M S, up to twelve) and the biggest
      * operand it may key, in functional currency.  a department
      * with no entry is unrestricted - the file only has to name
      * the areas someone decided to fence in.  a zero max means no
      * amount limit.  the calculator enforces it; CALCFCST applies
      * it to projected postings.
      *--------------------------------------------------------------*
       01  DA-RECORD.
           05 DA-DEPT PIC X(4).
           05 DA-OPERATORS PIC X(12).
           05 DA-MAX-AMOUNT PIC S9(16)V9(4) SIGN IS TRAILING
              SEPARATE CHARACTER.
