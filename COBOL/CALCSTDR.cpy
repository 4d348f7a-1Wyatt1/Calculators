      *--------------------------------------------------------------*
      * CALCSTDR.cpy
      * CALCSTND standing-instruction step - one record per chain
      * step of a template.  CALCGEN expands the steps that fall due
      * into CALCIN detail records; CALCFCST rolls the same templates
      * forward to project what they will post.  the operand is
      * carried in CT-A's own layout - a literal amount, '#' plus a
      * rate code, or a spread's allocation key - so a step goes to
      * the generated file byte for byte.  the seed is only
      * meaningful on a chain's first step (SI-SEQ 1); later steps
      * carry it for completeness, the calculator ignores it on a
      * continuation.  frequency ('D' daily, 'W' weekly, 'M'
      * monthly) and next-due ride every step of a template and must
      * be keyed identical across them - both programs refuse the
      * whole template when they disagree.  a monthly next-due whose
      * day sits past a short month's end is legitimate: it is the
      * template's anchor day, and the step falls due on that
      * month's last day.
      *--------------------------------------------------------------*
       01  SI-RECORD.
           05 SI-TEMPLATE-ID PIC X(4).
           05 SI-SEQ PIC 9(3).
           05 SI-FREQUENCY PIC X(1).
              88 SI-FREQ-DAILY VALUE 'D'.
              88 SI-FREQ-WEEKLY VALUE 'W'.
              88 SI-FREQ-MONTHLY VALUE 'M'.
           05 SI-NEXT-DUE PIC 9(8).
           05 SI-CHAIN-ID PIC X(4).
           05 SI-OPERATOR PIC X(1).
              88 SI-IS-SPREAD VALUE 'S'.
           05 SI-A PIC S9(16)V9(4) SIGN IS TRAILING SEPARATE
              CHARACTER.
           05 SI-A-RATE REDEFINES SI-A.
              10 SI-RATE-TAG PIC X(1).
                 88 SI-A-IS-RATE-CODE VALUE '#'.
              10 SI-RATE-CODE PIC X(8).
              10 FILLER PIC X(12).
           05 SI-A-ALLOC REDEFINES SI-A.
              10 SI-ALLOC-KEY PIC X(8).
              10 FILLER PIC X(13).
           05 SI-B PIC S9(16)V9(4) SIGN IS TRAILING SEPARATE
              CHARACTER.
           05 SI-DEPT PIC X(4).
