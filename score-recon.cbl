      * datetime and player id; a match with different points is a
      * points mismatch, a session row with no score row is a session
      * orphan, and a score row no session row claims is a score
      * orphan. A session row ADJUDICATE has voided (flag 'V') is not
      * a counted game and must have no score row at all; one that
      * still has its score row is a void left half-done. Exceptions
      * go to recon-exceptions.dat for review and a summary is
      * displayed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       01 WS-SCORE-ORPHAN-COUNT         PIC 9(5)  VALUE 0.
       01 WS-MISMATCH-COUNT             PIC 9(5)  VALUE 0.
       01 WS-DEMO-SKIPPED-COUNT         PIC 9(5)  VALUE 0.
       01 WS-VOIDED-SKIPPED-COUNT       PIC 9(5)  VALUE 0.
       01 WS-VOIDED-SCORED-COUNT        PIC 9(5)  VALUE 0.
       01 WS-FAIL-FILE-NAME             PIC X(24) VALUE SPACES.
       01 WS-FAIL-STATUS                PIC X(2)  VALUE SPACES.

           IF WS-SESSION-ORPHAN-COUNT > 0
             OR WS-SCORE-ORPHAN-COUNT > 0
             OR WS-MISMATCH-COUNT > 0
             OR WS-VOIDED-SCORED-COUNT > 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE

           MOVE 'N' TO WS-MATCH-FOUND-SW.

           IF SESSION-LOG-DEMO-FLAG = 'V'
             PERFORM 0001-CHECK-VOIDED-SESSION
             EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING SCORE-TAB-IDX FROM 1 BY 1
             UNTIL SCORE-TAB-IDX > WS-SCORE-COUNT

             END-IF
           END-IF.

       0001-CHECK-VOIDED-SESSION.
      * The score row a voided game left behind is claimed here so it
      * is reported once, as the void it belongs to, rather than a
      * second time as a score orphan.
           ADD 1 TO WS-VOIDED-SKIPPED-COUNT.

           PERFORM VARYING SCORE-TAB-IDX FROM 1 BY 1
             UNTIL SCORE-TAB-IDX > WS-SCORE-COUNT

             IF NOT WS-SCORE-TAB-MATCHED(SCORE-TAB-IDX)
               AND WS-SCORE-TAB-DATETIME(SCORE-TAB-IDX) =
                 SESSION-LOG-END-DATETIME
               AND WS-SCORE-TAB-PLAYER-ID(SCORE-TAB-IDX) =
                 SESSION-LOG-PLAYER-ID
               SET WS-MATCH-FOUND TO TRUE
               SET WS-SCORE-TAB-MATCHED(SCORE-TAB-IDX) TO TRUE
               EXIT PERFORM
             END-IF
           END-PERFORM.

           IF WS-MATCH-FOUND
             ADD 1 TO WS-VOIDED-SCORED-COUNT
             MOVE SPACES                    TO EXCEPTION-REC
             MOVE 'VOIDED-SCORED'           TO EXC-TYPE
             MOVE SESSION-LOG-END-DATETIME  TO EXC-DATETIME
             MOVE SESSION-LOG-PLAYER-ID     TO EXC-PLAYER-ID
             MOVE SESSION-LOG-POINTS        TO EXC-SESSION-POINTS
             MOVE WS-SCORE-TAB-POINTS(SCORE-TAB-IDX)
               TO EXC-SCORE-POINTS
             WRITE EXCEPTION-REC
             PERFORM 0001-CHECK-EXCEPTION-WRITE
           END-IF.

       0001-REPORT-SCORE-ORPHANS.
           PERFORM VARYING SCORE-TAB-IDX FROM 1 BY 1
             UNTIL SCORE-TAB-IDX > WS-SCORE-COUNT
           DISPLAY "Session records read:   " WS-SESSION-READ-COUNT.
           DISPLAY "Matched:                " WS-MATCHED-COUNT.
           DISPLAY "Demo rows skipped:      " WS-DEMO-SKIPPED-COUNT.
           DISPLAY "Voided rows skipped:    " WS-VOIDED-SKIPPED-COUNT.
           DISPLAY "Points mismatches:      " WS-MISMATCH-COUNT.
           DISPLAY "Session orphans:        " WS-SESSION-ORPHAN-COUNT.
           DISPLAY "Score orphans:          " WS-SCORE-ORPHAN-COUNT.
           DISPLAY "Voided still scored:    " WS-VOIDED-SCORED-COUNT.

           IF WS-SESSION-ORPHAN-COUNT > 0
             OR WS-SCORE-ORPHAN-COUNT > 0
             OR WS-MISMATCH-COUNT > 0
             OR WS-VOIDED-SCORED-COUNT > 0
             DISPLAY "Exceptions written to recon-exceptions.dat."
           ELSE
             DISPLAY "Files reconcile cleanly."
