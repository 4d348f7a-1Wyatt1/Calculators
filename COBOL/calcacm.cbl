      * keyed maintenance for the CALCACCT account-mapping file - the
      * table that turns a department's calculation into a debit and
      * a credit on the chart of accounts for the CALCJNL journal.
      * same arrangement as the rate table's maintenance: reads the
      * current map plus a transaction file of keyed actions and
      * writes the updated map to a new file.
      *
      *   CALCACCT  in   the account map as it stands
      *   CALCATRN  in   keyed add/change/delete transactions
      *   CALCACTN  out  the updated map - after a clean end of job
      *                  the GL team signs the change report off and
      *                  ops swaps this in as CALCACCT
      *   CALCALOG  ext  permanent account-map change log, one record
      *                  per applied change
      *
      * the live file is never opened for output here: a failed or
      * rejected run leaves CALCACCT exactly as it was.  a change
      * takes effect from the next journal build - a journal already
      * sent keeps the accounts it was built with, and the log is
      * how anyone reading an old journal finds out why a department
      * posted somewhere else last month.
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CALCACM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-ACCT-FILE ASSIGN TO 'CALCACCT'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACC-STATUS.
           SELECT CALC-ACCT-TRANS ASSIGN TO 'CALCATRN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRN-STATUS.
           SELECT CALC-NEW-ACCT-FILE ASSIGN TO 'CALCACTN'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-NEW-STATUS.
           SELECT CALC-ACCT-LOG ASSIGN TO 'CALCALOG'
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-ACCT-FILE.
           COPY CALCACMP.

      * one maintenance action per record, keyed by the GL team:
      * 'A' adds a dept+operator mapping, 'C' changes the accounts of
      * an existing one, 'D' deletes one.  the accounts are only
      * meaningful on A and C.
       FD  CALC-ACCT-TRANS.
       01  MA-RECORD.
           05 MA-ACTION PIC X(1).
           05 MA-DEPT PIC X(4).
           05 MA-OPERATOR PIC X(1).
           05 MA-DR-ACCOUNT PIC X(10).
           05 MA-CR-ACCOUNT PIC X(10).

      * the updated map carries AX-RECORD images unchanged
       FD  CALC-NEW-ACCT-FILE.
       01  NA-RECORD PIC X(25).

      * permanent log, one record per APPLIED change, appended across
      * runs.  old accounts are spaces on an add, new accounts are
      * spaces on a delete.
       FD  CALC-ACCT-LOG.
       01  AG-RECORD.
           05 AG-TIMESTAMP PIC X(21).
           05 AG-ACTION PIC X(1).
           05 AG-DEPT PIC X(4).
           05 AG-OPERATOR PIC X(1).
           05 AG-OLD-DR-ACCOUNT PIC X(10).
           05 AG-OLD-CR-ACCOUNT PIC X(10).
           05 AG-NEW-DR-ACCOUNT PIC X(10).
           05 AG-NEW-CR-ACCOUNT PIC X(10).

       WORKING-STORAGE SECTION.
       01 WS-ACC-STATUS PIC X(2) VALUE '00'.
       01 WS-TRN-STATUS PIC X(2) VALUE '00'.
       01 WS-NEW-STATUS PIC X(2) VALUE '00'.
       01 WS-LOG-STATUS PIC X(2) VALUE '00'.

       01 WS-ACC-EOF-SW PIC X(1) VALUE 'N'.
          88 END-OF-ACCT-FILE VALUE 'Y'.
       01 WS-TRN-EOF-SW PIC X(1) VALUE 'N'.
          88 END-OF-TRANS-FILE VALUE 'Y'.

      * the map under maintenance.  500 entries covers fifty cost
      * centers with every operator mapped twice over; the delete
      * switch marks removed entries, which stay for the report but
      * never reach CALCACTN.
       01 WS-ACCT-TABLE.
           05 WS-ACCT-ENTRY OCCURS 500 TIMES.
              10 WS-ACCT-DEPT PIC X(4).
              10 WS-ACCT-OPERATOR PIC X(1).
              10 WS-ACCT-DR PIC X(10).
              10 WS-ACCT-CR PIC X(10).
              10 WS-ACCT-DEL-SW PIC X(1).
       01 WS-ACCT-COUNT PIC 9(3) VALUE ZERO.
       01 WS-ACCT-IDX PIC 9(3) VALUE ZERO.
       01 WS-ACCT-FOUND-SW PIC X(1) VALUE 'N'.
          88 WS-ACCT-FOUND VALUE 'Y'.

      * output record built here, not in the closed CALCACCT FD area
       01 WS-NEW-ACCT-REC.
           05 WS-NA-DEPT PIC X(4).
           05 WS-NA-OPERATOR PIC X(1).
           05 WS-NA-DR PIC X(10).
           05 WS-NA-CR PIC X(10).

       01 WS-OLD-DR PIC X(10) VALUE SPACES.
       01 WS-OLD-CR PIC X(10) VALUE SPACES.
       01 WS-REJECT-REASON PIC X(30).

       01 WS-CNT-TRANS PIC 9(9) VALUE ZERO.
       01 WS-CNT-ADDED PIC 9(9) VALUE ZERO.
       01 WS-CNT-CHANGED PIC 9(9) VALUE ZERO.
       01 WS-CNT-DELETED PIC 9(9) VALUE ZERO.
       01 WS-CNT-REJECTED PIC 9(9) VALUE ZERO.
       01 WS-CNT-WRITTEN PIC 9(9) VALUE ZERO.

       01 WS-TIMESTAMP PIC X(21).
       01 WS-CURRENT-DATE-TIME.
           05 WS-CDT-DATE PIC 9(8).
           05 WS-CDT-TIME PIC 9(8).
           05 WS-CDT-DIFF PIC X(5).

       PROCEDURE DIVISION.
       ENTRY-PARA.
           PERFORM LOAD-ACCT-TABLE-PARA.
           PERFORM OPEN-ACCT-LOG-PARA.

           OPEN INPUT CALC-ACCT-TRANS.
           IF WS-TRN-STATUS NOT = '00'
               DISPLAY 'CALCACM: cannot open CALCATRN, status ',
                  WS-TRN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           DISPLAY '===================================='.
           DISPLAY ' ACCOUNT MAP MAINTENANCE REPORT'.
           DISPLAY '===================================='.
           DISPLAY ' ACT DEPT OP DISPOSITION'.

           PERFORM UNTIL END-OF-TRANS-FILE
               READ CALC-ACCT-TRANS
                   AT END
                       MOVE 'Y' TO WS-TRN-EOF-SW
                   NOT AT END
                       ADD 1 TO WS-CNT-TRANS
                       PERFORM APPLY-ONE-TRANS-PARA
               END-READ
           END-PERFORM.

           CLOSE CALC-ACCT-TRANS CALC-ACCT-LOG.

           PERFORM WRITE-NEW-ACCT-FILE-PARA.

           DISPLAY '------------------------------------'.
           DISPLAY ' TRANSACTIONS READ . : ', WS-CNT-TRANS.
           DISPLAY ' ADDED . . . . . . . : ', WS-CNT-ADDED.
           DISPLAY ' CHANGED . . . . . . : ', WS-CNT-CHANGED.
           DISPLAY ' DELETED . . . . . . : ', WS-CNT-DELETED.
           DISPLAY ' REJECTED. . . . . . : ', WS-CNT-REJECTED.
           DISPLAY ' ENTRIES WRITTEN . . : ', WS-CNT-WRITTEN.
           DISPLAY ' SWAP CALCACTN IN AS CALCACCT AFTER',
              ' THE GL TEAM SIGNS THIS OFF'.
           DISPLAY '===================================='.

      * rejected transactions are keying errors to re-key - warn the
      * scheduler, the applied ones still stand
           IF WS-CNT-REJECTED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

           STOP RUN.

      * a missing CALCACCT (status 35) is a legitimate first run -
      * the map starts empty and the adds build it
       LOAD-ACCT-TABLE-PARA.
           OPEN INPUT CALC-ACCT-FILE.
           IF WS-ACC-STATUS = '00'
               PERFORM UNTIL END-OF-ACCT-FILE
                   READ CALC-ACCT-FILE
                       AT END
                           MOVE 'Y' TO WS-ACC-EOF-SW
                       NOT AT END
                           ADD 1 TO WS-ACCT-COUNT
                           IF WS-ACCT-COUNT > 500
                               DISPLAY 'CALCACM: account map full ',
                                  'at 500 CALCACCT entries'
                               MOVE 16 TO RETURN-CODE
                               STOP RUN
                           END-IF
                           MOVE AX-DEPT TO
                              WS-ACCT-DEPT(WS-ACCT-COUNT)
                           MOVE AX-OPERATOR TO
                              WS-ACCT-OPERATOR(WS-ACCT-COUNT)
                           MOVE AX-DR-ACCOUNT TO
                              WS-ACCT-DR(WS-ACCT-COUNT)
                           MOVE AX-CR-ACCOUNT TO
                              WS-ACCT-CR(WS-ACCT-COUNT)
                           MOVE 'N' TO
                              WS-ACCT-DEL-SW(WS-ACCT-COUNT)
                   END-READ
               END-PERFORM
               CLOSE CALC-ACCT-FILE
           END-IF.

       OPEN-ACCT-LOG-PARA.
           OPEN EXTEND CALC-ACCT-LOG.
           IF WS-LOG-STATUS = '35'
               OPEN OUTPUT CALC-ACCT-LOG
           END-IF.
           IF WS-LOG-STATUS NOT = '00'
               DISPLAY 'CALCACM: cannot open CALCALOG, status ',
                  WS-LOG-STATUS, ' - no change may apply unlogged'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * one transaction in, one line of the sign-off report out.  an
      * add or change must name two different accounts and use a
      * canonical operator - a mapping the journal build could never
      * match, or one that posts an amount against itself, is refused
      * here rather than found at month end.
       APPLY-ONE-TRANS-PARA.
           PERFORM FIND-ACCT-ENTRY-PARA.
           MOVE SPACES TO WS-REJECT-REASON.

           EVALUATE TRUE
              WHEN MA-ACTION NOT = 'A' AND MA-ACTION NOT = 'C'
                   AND MA-ACTION NOT = 'D'
                   MOVE 'INVALID ACTION' TO WS-REJECT-REASON
              WHEN MA-DEPT = SPACES
                   MOVE 'NO DEPARTMENT' TO WS-REJECT-REASON
              WHEN MA-OPERATOR NOT = '+' AND MA-OPERATOR NOT = '-'
                   AND MA-OPERATOR NOT = '*' AND MA-OPERATOR NOT = '/'
                   AND MA-OPERATOR NOT = '%' AND MA-OPERATOR NOT = '^'
                   AND MA-OPERATOR NOT = 'R' AND MA-OPERATOR NOT = 'M'
                   AND MA-OPERATOR NOT = 'S'
                   MOVE 'INVALID OPERATOR' TO WS-REJECT-REASON
              WHEN MA-ACTION NOT = 'D'
                   AND (MA-DR-ACCOUNT = SPACES
                        OR MA-CR-ACCOUNT = SPACES)
                   MOVE 'ACCOUNT MISSING' TO WS-REJECT-REASON
              WHEN MA-ACTION NOT = 'D'
                   AND MA-DR-ACCOUNT = MA-CR-ACCOUNT
                   MOVE 'DEBIT = CREDIT ACCOUNT' TO WS-REJECT-REASON
              WHEN MA-ACTION = 'A' AND WS-ACCT-FOUND
                   MOVE 'DUPLICATE DEPT+OPERATOR' TO WS-REJECT-REASON
              WHEN MA-ACTION = 'A'
                   PERFORM ADD-ACCT-ENTRY-PARA
              WHEN NOT WS-ACCT-FOUND
                   MOVE 'NO SUCH DEPT+OPERATOR' TO WS-REJECT-REASON
              WHEN MA-ACTION = 'C'
                   PERFORM CHANGE-ACCT-ENTRY-PARA
              WHEN OTHER
                   PERFORM DELETE-ACCT-ENTRY-PARA
           END-EVALUATE.

           IF WS-REJECT-REASON NOT = SPACES
               ADD 1 TO WS-CNT-REJECTED
               DISPLAY ' ', MA-ACTION, '   ', MA-DEPT, ' ',
                  MA-OPERATOR, '  REJECTED - ', WS-REJECT-REASON
           END-IF.

      * active entries only - an entry already deleted this run must
      * not be found again by a later transaction in the same file
       FIND-ACCT-ENTRY-PARA.
           MOVE 'N' TO WS-ACCT-FOUND-SW.
           MOVE 1 TO WS-ACCT-IDX.
           PERFORM UNTIL WS-ACCT-FOUND OR WS-ACCT-IDX > WS-ACCT-COUNT
               IF WS-ACCT-DEPT(WS-ACCT-IDX) = MA-DEPT
                  AND WS-ACCT-OPERATOR(WS-ACCT-IDX) = MA-OPERATOR
                  AND WS-ACCT-DEL-SW(WS-ACCT-IDX) = 'N'
                   MOVE 'Y' TO WS-ACCT-FOUND-SW
               ELSE
                   ADD 1 TO WS-ACCT-IDX
               END-IF
           END-PERFORM.

       ADD-ACCT-ENTRY-PARA.
           IF WS-ACCT-COUNT >= 500
               DISPLAY 'CALCACM: account map full at 500 entries - ',
                  'delete dead mappings before adding'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-ACCT-COUNT.
           MOVE WS-ACCT-COUNT TO WS-ACCT-IDX.
           MOVE MA-DEPT TO WS-ACCT-DEPT(WS-ACCT-IDX).
           MOVE MA-OPERATOR TO WS-ACCT-OPERATOR(WS-ACCT-IDX).
           MOVE MA-DR-ACCOUNT TO WS-ACCT-DR(WS-ACCT-IDX).
           MOVE MA-CR-ACCOUNT TO WS-ACCT-CR(WS-ACCT-IDX).
           MOVE 'N' TO WS-ACCT-DEL-SW(WS-ACCT-IDX).
           ADD 1 TO WS-CNT-ADDED.

           MOVE SPACES TO WS-OLD-DR WS-OLD-CR.
           PERFORM REPORT-ONE-CHANGE-PARA.
           PERFORM LOG-ONE-CHANGE-PARA.

       CHANGE-ACCT-ENTRY-PARA.
           MOVE WS-ACCT-DR(WS-ACCT-IDX) TO WS-OLD-DR.
           MOVE WS-ACCT-CR(WS-ACCT-IDX) TO WS-OLD-CR.
           MOVE MA-DR-ACCOUNT TO WS-ACCT-DR(WS-ACCT-IDX).
           MOVE MA-CR-ACCOUNT TO WS-ACCT-CR(WS-ACCT-IDX).
           ADD 1 TO WS-CNT-CHANGED.

           PERFORM REPORT-ONE-CHANGE-PARA.
           PERFORM LOG-ONE-CHANGE-PARA.

       DELETE-ACCT-ENTRY-PARA.
           MOVE WS-ACCT-DR(WS-ACCT-IDX) TO WS-OLD-DR.
           MOVE WS-ACCT-CR(WS-ACCT-IDX) TO WS-OLD-CR.
           MOVE SPACES TO MA-DR-ACCOUNT MA-CR-ACCOUNT.
           MOVE 'Y' TO WS-ACCT-DEL-SW(WS-ACCT-IDX).
           ADD 1 TO WS-CNT-DELETED.

           PERFORM REPORT-ONE-CHANGE-PARA.
           PERFORM LOG-ONE-CHANGE-PARA.

      * the before/after line the GL team signs off against
       REPORT-ONE-CHANGE-PARA.
           DISPLAY ' ', MA-ACTION, '   ', MA-DEPT, ' ',
              MA-OPERATOR, '  APPLIED'.
           DISPLAY '       BEFORE: DR ', WS-OLD-DR, ' CR ', WS-OLD-CR.
           DISPLAY '       AFTER : DR ', MA-DR-ACCOUNT, ' CR ',
              MA-CR-ACCOUNT.

      * same timestamp build as the calculator's audit trail
       LOG-ONE-CHANGE-PARA.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE SPACES TO WS-TIMESTAMP.
           STRING WS-CDT-DATE DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  WS-CDT-TIME DELIMITED BY SIZE
             INTO WS-TIMESTAMP.

           MOVE WS-TIMESTAMP TO AG-TIMESTAMP.
           MOVE MA-ACTION TO AG-ACTION.
           MOVE MA-DEPT TO AG-DEPT.
           MOVE MA-OPERATOR TO AG-OPERATOR.
           MOVE WS-OLD-DR TO AG-OLD-DR-ACCOUNT.
           MOVE WS-OLD-CR TO AG-OLD-CR-ACCOUNT.
           MOVE MA-DR-ACCOUNT TO AG-NEW-DR-ACCOUNT.
           MOVE MA-CR-ACCOUNT TO AG-NEW-CR-ACCOUNT.
           WRITE AG-RECORD.
           IF WS-LOG-STATUS NOT = '00'
               DISPLAY 'CALCACM: account log write failed, status ',
                  WS-LOG-STATUS, ' - run stopped, do not swap ',
                  'CALCACTN in'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      * the surviving map goes to the new file in load order - a
      * write failure stops the run with CALCACCT untouched
       WRITE-NEW-ACCT-FILE-PARA.
           OPEN OUTPUT CALC-NEW-ACCT-FILE.
           IF WS-NEW-STATUS NOT = '00'
               DISPLAY 'CALCACM: cannot open CALCACTN, status ',
                  WS-NEW-STATUS, ' - CALCACCT untouched'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE 1 TO WS-ACCT-IDX.
           PERFORM UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
               IF WS-ACCT-DEL-SW(WS-ACCT-IDX) = 'N'
                   MOVE WS-ACCT-DEPT(WS-ACCT-IDX) TO WS-NA-DEPT
                   MOVE WS-ACCT-OPERATOR(WS-ACCT-IDX) TO
                      WS-NA-OPERATOR
                   MOVE WS-ACCT-DR(WS-ACCT-IDX) TO WS-NA-DR
                   MOVE WS-ACCT-CR(WS-ACCT-IDX) TO WS-NA-CR
                   WRITE NA-RECORD FROM WS-NEW-ACCT-REC
                   IF WS-NEW-STATUS NOT = '00'
                       DISPLAY 'CALCACM: CALCACTN write failed, ',
                          'status ', WS-NEW-STATUS, ' - run ',
                          'stopped, do not swap CALCACTN in'
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-CNT-WRITTEN
               END-IF
               ADD 1 TO WS-ACCT-IDX
           END-PERFORM.

           CLOSE CALC-NEW-ACCT-FILE.
