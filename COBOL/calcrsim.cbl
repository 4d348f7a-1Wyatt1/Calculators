                           MOVE 'Y' TO WS-BROWSE-DONE-SW
                       ELSE
                           ADD 1 TO WS-CNT-IN-RANGE
      * a spread share's rate-code field holds its CALCALOC key,
      * which no rate proposal can change
                           IF AM-RATE-CODE = SPACES
                              OR AM-OPERATOR = 'S'
                               CONTINUE
                           ELSE
                               PERFORM SIMULATE-ONE-PARA
