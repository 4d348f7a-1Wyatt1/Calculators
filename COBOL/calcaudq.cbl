       01 WS-A-EDIT PIC -(16)9.9(4).
       01 WS-B-EDIT PIC -(16)9.9(4).
       01 WS-RESULT-EDIT PIC -(16)9.9(4).
       01 WS-FX-RATE-EDIT PIC -(16)9.9(4).

      * every report line goes through one buffer and one PUT, so
      * the console and the response file can never drift apart in
           MOVE AM-A TO WS-A-EDIT.
           MOVE AM-B TO WS-B-EDIT.
           MOVE AM-RESULT TO WS-RESULT-EDIT.
           MOVE AM-FX-RATE TO WS-FX-RATE-EDIT.

           MOVE '------------------------------------' TO
              WS-PRINT-LINE.
                  WS-RESULT-EDIT DELIMITED BY SIZE
             INTO WS-PRINT-LINE.
           PERFORM PUT-LINE-PARA.
      * the same three amounts as they were converted and posted
           MOVE SPACES TO WS-PRINT-LINE.
           STRING ' CURRENCY. . : ' DELIMITED BY SIZE
                  AM-CURRENCY DELIMITED BY SIZE
                  '  FX RATE: ' DELIMITED BY SIZE
                  WS-FX-RATE-EDIT DELIMITED BY SIZE
             INTO WS-PRINT-LINE.
           PERFORM PUT-LINE-PARA.
           MOVE AM-FUNC-A TO WS-A-EDIT.
           MOVE AM-FUNC-B TO WS-B-EDIT.
           MOVE AM-FUNC-RESULT TO WS-RESULT-EDIT.
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
           IF AM-REVERSAL-OF NOT = SPACES
               MOVE SPACES TO WS-PRINT-LINE
               STRING ' REVERSAL OF : ' DELIMITED BY SIZE
                      AM-REV-OF-TIMESTAMP DELIMITED BY SIZE
                      '  REC: ' DELIMITED BY SIZE
                      AM-REV-OF-RECORD-NUM DELIMITED BY SIZE
                 INTO WS-PRINT-LINE
               PERFORM PUT-LINE-PARA
           END-IF.
           IF AM-REVERSED-BY NOT = SPACES
               MOVE SPACES TO WS-PRINT-LINE
               STRING ' REVERSED BY : ' DELIMITED BY SIZE
                      AM-REV-BY-TIMESTAMP DELIMITED BY SIZE
                      '  REC: ' DELIMITED BY SIZE
                      AM-REV-BY-RECORD-NUM DELIMITED BY SIZE
                 INTO WS-PRINT-LINE
               PERFORM PUT-LINE-PARA
           END-IF.

       PUT-HIT-COUNT-PARA.
           MOVE SPACES TO WS-PRINT-LINE.
