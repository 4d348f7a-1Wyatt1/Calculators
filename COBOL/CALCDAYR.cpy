      *--------------------------------------------------------------*
      * CALCDAYR.cpy
      * CALCDAY batch-day control record - one appended every time
      * a step of the nightly stream checks in (CALCCTL), checks
      * itself out at the end of its run (the step, off its CALCTKT
      * ticket), is cleared by a CALCCTL check-out card after an
      * abend, is held at check-in, or has its result signed off by
      * a person on a CALCCTL card.  the file is the day's log of the
      * stream: what started, what ended with which condition code
      * and record counts, and what was refused and why, against the
      * business date the stream is processing (not the wall-clock
      * date - the stream routinely runs past midnight).  a step's
      * state on a date is whatever its latest record says, so a
      * rerun after a failure simply logs on top of the failure.
      *--------------------------------------------------------------*
       01  DY-RECORD.
           05 DY-BUS-DATE PIC 9(8).
           05 DY-STEP PIC X(8).
           05 DY-EVENT PIC X(1).
              88 DY-IS-START VALUE 'S'.
              88 DY-IS-END VALUE 'E'.
              88 DY-IS-HELD VALUE 'H'.
              88 DY-IS-SIGN-OFF VALUE 'A'.
      * yyyymmdd-hhmmsshh, same build as the audit trail's
           05 DY-TIMESTAMP PIC X(21).
      * condition code and the step's own record counts - end only;
      * a sign-off carries the code of the run it signed off
           05 DY-CC PIC 9(4).
           05 DY-IN-COUNT PIC 9(9).
           05 DY-OUT-COUNT PIC 9(9).
           05 DY-REJ-COUNT PIC 9(9).
      * why a check-in was refused - held only
           05 DY-REASON PIC X(40).
      * who logged an end - P the step itself, C a CALCCTL card
           05 DY-SOURCE PIC X(1).
              88 DY-FROM-STEP VALUE 'P'.
              88 DY-FROM-CARD VALUE 'C'.
      * who signed the step's result off - sign-off only
           05 DY-SIGNER PIC X(8).
