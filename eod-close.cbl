      * report's counting rule (once per game, on the row that counts
      * the game), so games played for a day is the sum of its reason
      * counts. Demo rows are excluded; the machine is not a
      * statistic. So are rows ADJUDICATE has voided (flag 'V'); a
      * day voided into after its close has its summary adjusted by
      * ADJUDICATE itself.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.

       01 WS-ROWS-IN-DAY                PIC 9(5)  VALUE 0.
       01 WS-DEMO-SKIPPED-COUNT         PIC 9(5)  VALUE 0.
       01 WS-VOIDED-SKIPPED-COUNT       PIC 9(5)  VALUE 0.
       01 WS-FAIL-FILE-NAME             PIC X(24) VALUE SPACES.
       01 WS-FAIL-STATUS                PIC X(2)  VALUE SPACES.

             EXIT PARAGRAPH
           END-IF.

           IF SESSION-LOG-DEMO-FLAG = 'V'
             IF WS-REC-DATE = WS-CLOSE-DATE
               ADD 1 TO WS-VOIDED-SKIPPED-COUNT
             END-IF
             PERFORM 0001-REMEMBER-SESSION-ROW
             EXIT PARAGRAPH
           END-IF.

           IF WS-REC-DATE NOT = WS-CLOSE-DATE
             PERFORM 0001-REMEMBER-SESSION-ROW
             EXIT PARAGRAPH

      * Same once-per-game rule as SESSION-REPORT: the player-1 row
      * (or a row with no seat number) counts the game; a human
      * seat-2 row counts it only when seat 1 was machine-driven
      * (or voided).
           MOVE 'N' TO WS-ROW-COUNTS-GAME-SW.

           IF SESSION-LOG-PLAYER-NUMBER NOT = '2'
             SET WS-ROW-COUNTS-GAME TO TRUE
           ELSE
             IF WS-PREV-PLAYER-NUMBER = '1'
               AND (WS-PREV-DEMO-FLAG = 'Y'
                 OR WS-PREV-DEMO-FLAG = 'V')
               AND WS-PREV-START-DATETIME =
                 SESSION-LOG-START-DATETIME
               SET WS-ROW-COUNTS-GAME TO TRUE
           DISPLAY "Business day closed:  " WS-CLOSE-DATE.
           DISPLAY "Session rows rolled:  " WS-ROWS-IN-DAY.
           DISPLAY "Demo rows skipped:    " WS-DEMO-SKIPPED-COUNT.
           DISPLAY "Voided rows skipped:  " WS-VOIDED-SKIPPED-COUNT.
           DISPLAY "Summary rows written: " WS-DAY-STAT-COUNT.

           PERFORM VARYING DAY-STAT-IDX FROM 1 BY 1
