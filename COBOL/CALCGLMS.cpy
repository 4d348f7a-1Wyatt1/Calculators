      *--------------------------------------------------------------*
      * CALCGLMS.cpy
      * CALCGLM's verdict on each registered run, written fresh by
      * every CALCGLM pass - the same line the posting report prints,
      * kept as a file so the period close can see which runs the GL
      * side has acknowledged clean without re-doing the match.
      * GS-AS-OF-DATE is the date of the CALCGLM pass that judged it;
      * a run registered after that pass simply isn't on the file.
      *--------------------------------------------------------------*
       01  GS-RECORD.
           05 GS-JOB-ID PIC X(8).
           05 GS-BATCH-DATE PIC 9(8).
      * UNBALANCED, PENDING, UNPOSTED, MISMATCH, DOUBLE ACK or POSTED
           05 GS-STATE PIC X(12).
              88 GS-IS-POSTED VALUE 'POSTED'.
           05 GS-AS-OF-DATE PIC 9(8).
