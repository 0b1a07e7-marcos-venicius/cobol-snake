      * a win moves 16 points from loser to winner, a draw moves
      * nothing. A match with a demo seat is kept in the history,
      * flagged, but never touches a rating -- the machine must not
      * gain or cost a human rating points. A seat row ADJUDICATE has
      * voided (flag 'V') makes the match void the same way: kept,
      * flagged 'V', never rated. A pair is only applied
      * when match-history.dat holds no record with its start
      * datetime, so a rerun never rates the same game twice, and a
      * match that reaches session-log.dat late -- a cabinet's
      * staging merged days after the game -- is still picked up
      * instead of being skipped behind a high-water mark. Ratings
      * run by season (season-calendar.dat, closed by SEASON-CLOSE):
      * a match dated in a season that is closed or being closed is
      * refused: it is written once, flagged 'S', and never rated,
      * so later runs find it on the ledger and it is reported only
      * by the run that refused it. One dated after the end of a
      * season still to be closed is held back, unwritten, so it is
      * rated into the new season once the old one has been frozen.
      * With no calendar every match is rated. The run
      * ends with a standings report: wins,
      * losses, draws and current rating per player, names resolved
      * from players.dat.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLAYER-REG-FILE-STATUS.

           SELECT SEASON-CALENDAR-FILE ASSIGN TO "season-calendar.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CALENDAR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD SESSION-LOG-FILE.
         05 FILLER          PIC X(1).
         05 PLAYER-REG-NAME PIC X(20).

       FD SEASON-CALENDAR-FILE.
       01 SEASON-CALENDAR-REC.
         05 SEA-SEASON-ID       PIC X(8).
         05 FILLER              PIC X(1).
         05 SEA-FROM-DATE       PIC X(8).
         05 FILLER              PIC X(1).
         05 SEA-TO-DATE         PIC X(8).
         05 FILLER              PIC X(1).
         05 SEA-STATUS          PIC X(1).
         05 FILLER              PIC X(1).
         05 SEA-CLOSED-DATETIME PIC X(21).

       WORKING-STORAGE SECTION.
       01 WS-SESSION-LOG-FILE-STATUS    PIC X(2)  VALUE '00'.
         88 WS-SESSION-LOG-FILE-STATUS-OK        VALUE '00'.
         88 WS-RATINGS-FILE-STATUS-OK            VALUE '00'.
       01 WS-PLAYER-REG-FILE-STATUS     PIC X(2)  VALUE '00'.
         88 WS-PLAYER-REG-FILE-STATUS-OK         VALUE '00'.
       01 WS-CALENDAR-FILE-STATUS       PIC X(2)  VALUE '00'.
         88 WS-CALENDAR-FILE-STATUS-OK           VALUE '00'.
       01 WS-EOF-SW                     PIC X(1)  VALUE 'N'.
         88 WS-EOF                               VALUE 'Y'.
       01 WS-PLAYER-REG-EOF-SW          PIC X(1)  VALUE 'N'.
      * Start datetimes of every match already on the ledger; the
      * dedupe key. The two rows of a game share one start datetime
      * and no two games share it, so presence here means the match
      * is already rated (or recorded unrated).
       01 WS-HISTORY-KEYS.
         05 WS-HISTORY-KEY OCCURS 5000 TIMES PIC X(21).
       01 WS-HISTORY-KEY-COUNT          PIC 9(5)  VALUE 0.
       01 WS-WINNER-IDX                 PIC 9(2)  VALUE 0.
       01 WS-LOSER-IDX                  PIC 9(2)  VALUE 0.

      * Season status 'F' (standings frozen) and 'C' (closed) both
      * shut a season to new results.
       01 WS-CALENDAR-TABLE.
         05 WS-CAL-ENTRY OCCURS 100 TIMES
           INDEXED BY CAL-IDX.
           10 WS-CAL-SEASON-ID   PIC X(8).
           10 WS-CAL-FROM-DATE   PIC X(8).
           10 WS-CAL-TO-DATE     PIC X(8).
           10 WS-CAL-STATUS      PIC X(1).
             88 WS-CAL-SHUT                VALUES 'F' 'C'.
       01 WS-CALENDAR-COUNT             PIC 9(3)  VALUE 0.
       01 WS-MATCH-DATE                 PIC X(8)  VALUE SPACES.
       01 WS-SEASON-CHECK-SW            PIC X(1)  VALUE 'N'.
         88 WS-SEASON-OPEN                       VALUE 'N'.
         88 WS-SEASON-REFUSED                    VALUE 'R'.
         88 WS-SEASON-HELD                       VALUE 'H'.
       01 WS-CHECK-SEASON-ID            PIC X(8)  VALUE SPACES.

       01 WS-MATCHES-APPLIED            PIC 9(5)  VALUE 0.
       01 WS-MATCHES-UNRATED            PIC 9(5)  VALUE 0.
       01 WS-MATCHES-SKIPPED            PIC 9(5)  VALUE 0.
       01 WS-MATCHES-REFUSED            PIC 9(5)  VALUE 0.
       01 WS-MATCHES-HELD               PIC 9(5)  VALUE 0.
       01 WS-FAIL-FILE-NAME             PIC X(24) VALUE SPACES.
       01 WS-FAIL-STATUS                PIC X(2)  VALUE SPACES.

       0001-MAIN-LOGIC.
           PERFORM 0001-LOAD-RATINGS.
           PERFORM 0001-LOAD-HISTORY-KEYS.
           PERFORM 0001-LOAD-SEASON-CALENDAR.
           PERFORM 0001-PROCESS-SESSION-LOG.

           IF WS-MATCHES-APPLIED > 0
           PERFORM 0001-RESOLVE-PLAYER-NAMES.
           PERFORM 0001-DISPLAY-STANDINGS.

           IF WS-MATCHES-REFUSED > 0
             MOVE 4 TO RETURN-CODE
           ELSE
             MOVE 0 TO RETURN-CODE
           END-IF.

           STOP RUN.

       0001-LOAD-RATINGS.

           CLOSE MATCH-HISTORY-FILE.

       0001-LOAD-SEASON-CALENDAR.
           MOVE 'N' TO WS-EOF-SW.

           OPEN INPUT SEASON-CALENDAR-FILE.

      * No calendar means seasons are not in use.
           IF WS-CALENDAR-FILE-STATUS = '35'
             EXIT PARAGRAPH
           END-IF.

           IF NOT WS-CALENDAR-FILE-STATUS-OK
             MOVE "season-calendar.dat" TO WS-FAIL-FILE-NAME
             MOVE WS-CALENDAR-FILE-STATUS TO WS-FAIL-STATUS
             PERFORM 0001-FILE-ERROR-ABORT
           END-IF.

           PERFORM UNTIL WS-EOF
             READ SEASON-CALENDAR-FILE
               AT END
                 SET WS-EOF TO TRUE
               NOT AT END
                 IF WS-CALENDAR-COUNT >= 100
                   DISPLAY "MATCH-LEDGER: more than 100 seasons on "
                           "the calendar -- raise the table size."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
                 END-IF

                 ADD 1 TO WS-CALENDAR-COUNT
                 SET CAL-IDX TO WS-CALENDAR-COUNT
                 MOVE SEA-SEASON-ID TO WS-CAL-SEASON-ID(CAL-IDX)
                 MOVE SEA-FROM-DATE TO WS-CAL-FROM-DATE(CAL-IDX)
                 MOVE SEA-TO-DATE   TO WS-CAL-TO-DATE(CAL-IDX)
                 MOVE SEA-STATUS    TO WS-CAL-STATUS(CAL-IDX)
             END-READ
           END-PERFORM.

           CLOSE SEASON-CALENDAR-FILE.

       0001-PROCESS-SESSION-LOG.
           MOVE 'N' TO WS-EOF-SW.

           MOVE SESSION-LOG-PLAYER-ID TO WS-MATCH-P2-ID.
           MOVE SESSION-LOG-POINTS    TO WS-MATCH-P2-POINTS.

           EVALUATE TRUE
             WHEN WS-PREV-DEMO-FLAG = 'Y'
               OR SESSION-LOG-DEMO-FLAG = 'Y'
               MOVE 'Y' TO WS-MATCH-DEMO-FLAG
             WHEN WS-PREV-DEMO-FLAG = 'V'
               OR SESSION-LOG-DEMO-FLAG = 'V'
               MOVE 'V' TO WS-MATCH-DEMO-FLAG
             WHEN OTHER
               MOVE 'N' TO WS-MATCH-DEMO-FLAG
           END-EVALUATE.

           IF WS-MATCH-DEMO-FLAG = 'N'
             PERFORM 0001-CHECK-MATCH-SEASON

             IF WS-SEASON-REFUSED
               ADD 1 TO WS-MATCHES-REFUSED
               MOVE 'S' TO WS-MATCH-DEMO-FLAG
               DISPLAY "MATCH-LEDGER: match " WS-CHECK-DATETIME(1:14)
                       " " WS-MATCH-P1-ID " v " WS-MATCH-P2-ID
                       " falls in closed season " WS-CHECK-SEASON-ID
                       "; recorded unrated."
             END-IF

             IF WS-SEASON-HELD
               ADD 1 TO WS-MATCHES-HELD
               EXIT PARAGRAPH
             END-IF
           END-IF.

           EVALUATE TRUE

           PERFORM 0001-WRITE-MATCH-HISTORY.

           EVALUATE WS-MATCH-DEMO-FLAG
             WHEN 'N'
               PERFORM 0001-APPLY-RATINGS
               ADD 1 TO WS-MATCHES-APPLIED
             WHEN 'S'
               CONTINUE
             WHEN OTHER
               ADD 1 TO WS-MATCHES-UNRATED
           END-EVALUATE.

      * The match just landed on the history file; its key joins the
      * in-memory set so a duplicate pair later in this same run is
               TO WS-HISTORY-KEY(WS-HISTORY-KEY-COUNT)
           END-IF.

       0001-CHECK-MATCH-SEASON.
      * Refused: the match's own season is shut. Held: some season
      * that ended before the match is not yet closed, so its
      * standings are not frozen and this match belongs after them.
           SET WS-SEASON-OPEN TO TRUE.
           MOVE SESSION-LOG-START-DATETIME(1:8) TO WS-MATCH-DATE.

           PERFORM VARYING CAL-IDX FROM 1 BY 1
             UNTIL CAL-IDX > WS-CALENDAR-COUNT

             IF WS-MATCH-DATE >= WS-CAL-FROM-DATE(CAL-IDX)
               AND WS-MATCH-DATE <= WS-CAL-TO-DATE(CAL-IDX)
               AND WS-CAL-SHUT(CAL-IDX)
               SET WS-SEASON-REFUSED TO TRUE
               MOVE WS-CAL-SEASON-ID(CAL-IDX) TO WS-CHECK-SEASON-ID
               EXIT PERFORM
             END-IF

             IF WS-MATCH-DATE > WS-CAL-TO-DATE(CAL-IDX)
               AND WS-CAL-STATUS(CAL-IDX) NOT = 'C'
               SET WS-SEASON-HELD TO TRUE
             END-IF
           END-PERFORM.

       0001-CHECK-ON-LEDGER.
           MOVE 'N' TO WS-ON-LEDGER-SW.

       0001-DISPLAY-STANDINGS.
           DISPLAY "HEAD-TO-HEAD STANDINGS".
           DISPLAY "Matches rated this run:   " WS-MATCHES-APPLIED.
           DISPLAY "Unrated (demo or void):   " WS-MATCHES-UNRATED.
           DISPLAY "Matches already on ledger: " WS-MATCHES-SKIPPED.

           IF WS-CALENDAR-COUNT > 0
             DISPLAY "Refused, season closed:   " WS-MATCHES-REFUSED
             DISPLAY "Held for season close:    " WS-MATCHES-HELD
           END-IF.

           IF WS-RATING-COUNT = 0
             DISPLAY "Nobody has been rated yet."
             EXIT PARAGRAPH
