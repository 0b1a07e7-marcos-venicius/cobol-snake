       01 WS-CHECK-DATE                  PIC X(8)  VALUE SPACES.
       01 WS-SUMMARY-ROWS-APPLIED        PIC 9(5)  VALUE 0.
       01 WS-DETAIL-ROWS-SUPERSEDED      PIC 9(5)  VALUE 0.
       01 WS-VOIDED-SKIPPED-COUNT        PIC 9(5)  VALUE 0.

       PROCEDURE DIVISION.
       0001-MAIN-LOGIC.
      * Points and fruit eaten still accumulate from every row so the
      * totals reflect both players. Computer-driven (demo) rows are
      * excluded entirely -- the machine is not part of anyone's
      * statistics. A row ADJUDICATE has voided ('V' in the demo-flag
      * byte) is excluded the same way, and a voided seat 1 hands the
      * game to a human seat 2 exactly as a demo seat 1 does.
           IF SESSION-LOG-DEMO-FLAG = 'Y'
             PERFORM 0001-REMEMBER-SESSION-ROW
             EXIT PARAGRAPH
           END-IF.

           IF SESSION-LOG-DEMO-FLAG = 'V'
             IF SESSION-LOG-START-DATETIME(1:8) >= WS-FROM-DATE
               AND SESSION-LOG-START-DATETIME(1:8) <= WS-TO-DATE
               ADD 1 TO WS-VOIDED-SKIPPED-COUNT
             END-IF
             PERFORM 0001-REMEMBER-SESSION-ROW
             EXIT PARAGRAPH
           END-IF.

           MOVE SESSION-LOG-START-DATETIME(1:8) TO WS-REC-DATE.

      * A closed day's figures come from the daily summary; its
               PERFORM 0001-APPLY-END-REASON
             ELSE
               IF WS-PREV-PLAYER-NUMBER = '1'
                 AND (WS-PREV-DEMO-FLAG = 'Y'
                   OR WS-PREV-DEMO-FLAG = 'V')
                 AND WS-PREV-START-DATETIME =
                   SESSION-LOG-START-DATETIME
                 ADD 1 TO WS-GAMES-PLAYED
                     WS-DETAIL-ROWS-SUPERSEDED
           END-IF.

           IF WS-VOIDED-SKIPPED-COUNT > 0
             DISPLAY "Voided rows not counted:    "
                     WS-VOIDED-SKIPPED-COUNT
           END-IF.

           DISPLAY " ".
           DISPLAY "Games played:    " WS-GAMES-PLAYED.
           DISPLAY "Average points:  " WS-AVERAGE-POINTS-DISP.
