       01 WS-A-EDIT PIC -(16)9.9(4).
       01 WS-B-EDIT PIC -(16)9.9(4).
       01 WS-RESULT-EDIT PIC -(16)9.9(4).
       01 WS-FX-RATE-EDIT PIC -(16)9.9(4).

       01 WS-PRINT-LINE PIC X(100).

           MOVE AL-A TO WS-A-EDIT.
           MOVE AL-B TO WS-B-EDIT.
           MOVE AL-RESULT TO WS-RESULT-EDIT.
           MOVE AL-FX-RATE TO WS-FX-RATE-EDIT.

           MOVE '------------------------------------' TO
              WS-PRINT-LINE.
                  WS-RESULT-EDIT DELIMITED BY SIZE
             INTO WS-PRINT-LINE.
           PERFORM PUT-LINE-PARA.
      * the same three amounts as they were converted and posted
           MOVE SPACES TO WS-PRINT-LINE.
           STRING ' CURRENCY. . : ' DELIMITED BY SIZE
                  AL-CURRENCY DELIMITED BY SIZE
                  '  FX RATE: ' DELIMITED BY SIZE
                  WS-FX-RATE-EDIT DELIMITED BY SIZE
             INTO WS-PRINT-LINE.
           PERFORM PUT-LINE-PARA.
           MOVE AL-FUNC-A TO WS-A-EDIT.
           MOVE AL-FUNC-B TO WS-B-EDIT.
           MOVE AL-FUNC-RESULT TO WS-RESULT-EDIT.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING ' FUNC A. . . : ' DELIMITED BY SIZE
                  WS-A-EDIT DELIMITED BY SIZE
             INTO WS-PRINT-LINE.
           PERFORM PUT-LINE-PARA.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING ' FUNC B. . . : ' DELIMITED BY SIZE
                  WS-B-EDIT DELIMITED BY SIZE
             INTO WS-PRINT-LINE.
           PERFORM PUT-LINE-PARA.
           MOVE SPACES TO WS-PRINT-LINE.
           STRING ' FUNC RESULT : ' DELIMITED BY SIZE
                  WS-RESULT-EDIT DELIMITED BY SIZE
             INTO WS-PRINT-LINE.
           PERFORM PUT-LINE-PARA.
      * reversal links, both directions, only when present
           IF AL-REVERSAL-OF NOT = SPACES
               MOVE SPACES TO WS-PRINT-LINE
               STRING ' REVERSAL OF : ' DELIMITED BY SIZE
                      AL-REV-OF-TIMESTAMP DELIMITED BY SIZE
                      '  REC: ' DELIMITED BY SIZE
                      AL-REV-OF-RECORD-NUM DELIMITED BY SIZE
                 INTO WS-PRINT-LINE
               PERFORM PUT-LINE-PARA
           END-IF.
           IF AL-REVERSED-BY NOT = SPACES
               MOVE SPACES TO WS-PRINT-LINE
               STRING ' REVERSED BY : ' DELIMITED BY SIZE
                      AL-REV-BY-TIMESTAMP DELIMITED BY SIZE
                      '  REC: ' DELIMITED BY SIZE
                      AL-REV-BY-RECORD-NUM DELIMITED BY SIZE
                 INTO WS-PRINT-LINE
               PERFORM PUT-LINE-PARA
           END-IF.

       PUT-LINE-PARA.
           WRITE RS-RECORD FROM WS-PRINT-LINE.
