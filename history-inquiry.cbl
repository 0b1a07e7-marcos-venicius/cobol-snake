
       01 WS-SESSION-ROWS-READ          PIC 9(7)  VALUE 0.
       01 WS-SCORE-ROWS-READ            PIC 9(7)  VALUE 0.
       01 WS-VOIDED-SKIPPED-COUNT       PIC 9(7)  VALUE 0.
       01 WS-FAIL-FILE-NAME             PIC X(24) VALUE SPACES.
       01 WS-FAIL-STATUS                PIC X(2)  VALUE SPACES.

             EXIT PARAGRAPH
           END-IF.

      * A game ADJUDICATE has voided keeps its row (flag 'V') for the
      * record, archived or live, but is no part of anyone's career;
      * its scores.dat row was removed by the void itself.
           IF WS-APPLY-DEMO-FLAG = 'V'
             ADD 1 TO WS-VOIDED-SKIPPED-COUNT
             EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-SESSION-ROWS-READ.

           MOVE WS-APPLY-PLAYER-ID TO WS-REC-PLAYER-ID.
           DISPLAY " ".
           DISPLAY "Session rows in range: " WS-SESSION-ROWS-READ.
           DISPLAY "Score rows in range:   " WS-SCORE-ROWS-READ.

           IF WS-VOIDED-SKIPPED-COUNT > 0
             DISPLAY "Voided rows skipped:   " WS-VOIDED-SKIPPED-COUNT
           END-IF.
           DISPLAY " ".
           DISPLAY "CAREER TOTALS (most points first)".

