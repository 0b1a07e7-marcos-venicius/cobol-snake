           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RUN-LOG-FILE-STATUS.

           SELECT HOUSE-RULES-FILE ASSIGN TO "house-rules.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOUSE-RULES-FILE-STATUS.

           SELECT USAGE-LOG-FILE ASSIGN USING WS-USAGE-LOG-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-USAGE-LOG-FILE-STATUS.

           SELECT REFUSED-STARTS-FILE ASSIGN TO "refused-starts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REFUSED-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD KEY-INPUT-FILE.
         05 FILLER         PIC X(1).
         05 ACH-POINTS     PIC 9(3).

       FD HOUSE-RULES-FILE.
       01 HOUSE-RULES-REC.
         05 HR-TYPE        PIC X(1).
         05 FILLER         PIC X(1).
         05 HR-KEY         PIC X(8).
         05 FILLER         PIC X(1).
         05 HR-VALUE-1     PIC X(4).
         05 FILLER         PIC X(1).
         05 HR-VALUE-2     PIC X(4).

      * Same layout as SESSION-LOG-REC; read back only, to count what
      * each seated player has already played today.
       FD USAGE-LOG-FILE.
       01 USAGE-LOG-REC.
         05 USAGE-START-DATETIME       PIC X(21).
         05 FILLER                     PIC X(1).
         05 USAGE-END-DATETIME         PIC X(21).
         05 FILLER                     PIC X(1).
         05 USAGE-POINTS               PIC 9(3).
         05 FILLER                     PIC X(1).
         05 USAGE-SNAKE-SIZE           PIC 9(3).
         05 FILLER                     PIC X(1).
         05 USAGE-FRUIT-EATEN          PIC 9(3).
         05 FILLER                     PIC X(1).
         05 USAGE-PLAYER-NUMBER        PIC X(1).
         05 FILLER                     PIC X(1).
         05 USAGE-PLAYER-ID            PIC X(8).
         05 FILLER                     PIC X(1).
         05 USAGE-DEMO-FLAG            PIC X(1).
         05 FILLER                     PIC X(1).
         05 USAGE-END-REASON           PIC X(1).

       FD REFUSED-STARTS-FILE.
       01 REFUSED-START-REC.
         05 RFS-DATETIME       PIC X(21).
         05 FILLER             PIC X(1).
         05 RFS-CABINET-ID     PIC X(1).
         05 FILLER             PIC X(1).
         05 RFS-SEAT           PIC X(1).
         05 FILLER             PIC X(1).
         05 RFS-PLAYER-ID      PIC X(8).
         05 FILLER             PIC X(1).
         05 RFS-REASON         PIC X(8).
         05 FILLER             PIC X(1).
         05 RFS-GAMES-TODAY    PIC 9(4).
         05 FILLER             PIC X(1).
         05 RFS-MINUTES-TODAY  PIC 9(5).
         05 FILLER             PIC X(1).
         05 RFS-RULE           PIC X(9).

       WORKING-STORAGE SECTION.
       01 WS-GRID-WIDTH             PIC 9(2)  VALUE 10.
       01 WS-GRID-HEIGHT            PIC 9(2)  VALUE 10.
         88 WS-QUIT-REQUESTED                  VALUE 'Y'.
      * How the session ended: W wall, S self, O obstacle, C cross-
      * snake, Q quit, G grid filled (win). One reason per session,
      * stamped on both players' rows. R is a start refused by the
      * house rules; it only ever reaches the run log, since no
      * session was played.
       01 WS-END-REASON              PIC X(1)  VALUE SPACE.

       01 WS-RUN-LOG-FILE-STATUS     PIC X(2)  VALUE '00'.
       01 WS-ACTIVE-PLAYERS-FILE-NAME PIC X(24)
           VALUE "active-players.txt".

      * House rules agreed with parents and the venue, checked after
      * sign-in and before play begins. house-rules.txt is optional
      * (no file, no rules); one rule per line:
      *   H <cabinet> HHMM HHMM  opening and closing time for that
      *                          cabinet id; '*' is every cabinet
      *                          without its own row and the single
      *                          terminal with no id. A close earlier
      *                          than the open runs past midnight;
      *                          equal times are open all day.
      *   L <id> GGGG MMMM       most games and most minutes a player
      *                          may play per day, 0 for no limit; '*'
      *                          is every id without its own row.
      *   B <id>                 id blocked from starting a game.
      * Today's games and minutes are counted from session-log.dat
      * and every cabinet's staging file not yet merged into it, by
      * the day the game started; demo rows are not a player's. An
      * unattributed (UNKNOWN) seat is held to the hours only. The
      * attract screen is never refused. A refused start is shown on
      * screen, logged to run-log.dat and refused-starts.dat, and the
      * run stops with return code 4 before anything else is touched.
       01 WS-HOUSE-RULES-FILE-STATUS PIC X(2)  VALUE '00'.
         88 WS-HOUSE-RULES-STATUS-OK           VALUE '00'.
       01 WS-USAGE-LOG-FILE-STATUS   PIC X(2)  VALUE '00'.
         88 WS-USAGE-LOG-STATUS-OK             VALUE '00'.
       01 WS-REFUSED-FILE-STATUS     PIC X(2)  VALUE '00'.
         88 WS-REFUSED-FILE-STATUS-OK          VALUE '00'.
       01 WS-USAGE-LOG-FILE-NAME     PIC X(24) VALUE SPACES.
       01 WS-HR-EOF-SW               PIC X(1)  VALUE 'N'.
         88 WS-HR-EOF                          VALUE 'Y'.
       01 WS-HR-LINE-NUMBER          PIC 9(4)  VALUE 0.
       01 WS-HR-CAB-KEY              PIC X(8)  VALUE SPACES.
       01 WS-HR-NOW                  PIC X(21) VALUE SPACES.
       01 WS-HR-TODAY                PIC X(8)  VALUE SPACES.
       01 WS-HR-NOW-TIME             PIC 9(4)  VALUE 0.
       01 WS-HR-TIME-CHECK           PIC X(4)  VALUE SPACES.
       01 WS-HR-TIME-PARTS REDEFINES WS-HR-TIME-CHECK.
         05 WS-HR-TIME-HH            PIC 9(2).
         05 WS-HR-TIME-MI            PIC 9(2).
       01 WS-HR-HOURS-SW             PIC X(1)  VALUE 'N'.
         88 WS-HR-HOURS-NONE                   VALUE 'N'.
         88 WS-HR-HOURS-DEFAULT                VALUE 'D'.
         88 WS-HR-HOURS-OWN                    VALUE 'C'.
       01 WS-HR-OPEN-TIME            PIC 9(4)  VALUE 0.
       01 WS-HR-CLOSE-TIME           PIC 9(4)  VALUE 0.
       01 WS-HR-CLOSED-SW            PIC X(1)  VALUE 'N'.
         88 WS-HR-CLOSED                       VALUE 'Y'.
       01 WS-HR-DEFAULT-LIMIT-SW     PIC X(1)  VALUE 'N'.
         88 WS-HR-DEFAULT-LIMIT                VALUE 'Y'.
       01 WS-HR-DEFAULT-MAX-GAMES    PIC 9(4)  VALUE 0.
       01 WS-HR-DEFAULT-MAX-MINUTES  PIC 9(4)  VALUE 0.
       01 WS-HR-COUNT-USAGE-SW       PIC X(1)  VALUE 'N'.
         88 WS-HR-COUNT-USAGE                  VALUE 'Y'.
       01 WS-HR-REFUSED-SW           PIC X(1)  VALUE 'N'.
         88 WS-HR-REFUSED                      VALUE 'Y'.
       01 WS-HR-USAGE-CABINET        PIC 9(2)  VALUE 0.
       01 WS-HR-DIGIT                PIC 9(1)  VALUE 0.
       01 WS-HR-STAMP                PIC X(14) VALUE SPACES.
       01 WS-HR-STAMP-PARTS REDEFINES WS-HR-STAMP.
         05 WS-HR-STAMP-DATE         PIC 9(8).
         05 WS-HR-STAMP-HH           PIC 9(2).
         05 WS-HR-STAMP-MI           PIC 9(2).
         05 WS-HR-STAMP-SS           PIC 9(2).
       01 WS-HR-STAMP-SECONDS        PIC 9(11) VALUE 0.
       01 WS-HR-START-SECONDS        PIC 9(11) VALUE 0.
       01 WS-HR-SEATS.
         05 WS-HR-SEAT OCCURS 2 TIMES
           INDEXED BY HR-SEAT-IDX.
           10 WS-HR-SEAT-ID          PIC X(8).
           10 WS-HR-SEAT-CHECK-SW    PIC X(1).
             88 WS-HR-SEAT-CHECKED             VALUE 'Y'.
           10 WS-HR-SEAT-BLOCKED-SW  PIC X(1).
             88 WS-HR-SEAT-BLOCKED             VALUE 'Y'.
           10 WS-HR-SEAT-LIMIT-SW    PIC X(1).
             88 WS-HR-SEAT-OWN-LIMIT           VALUE 'Y'.
           10 WS-HR-SEAT-MAX-GAMES   PIC 9(4).
           10 WS-HR-SEAT-MAX-MINUTES PIC 9(4).
           10 WS-HR-SEAT-GAMES       PIC 9(4).
           10 WS-HR-SEAT-SECONDS     PIC 9(7).
           10 WS-HR-SEAT-MINUTES     PIC 9(5).
           10 WS-HR-SEAT-REASON      PIC X(8).

       PROCEDURE DIVISION.
       0001-MAIN-LOGIC.
           PERFORM 0001-LOAD-CABINET-CONFIG.

      * Every cabinet appends to the one run-log.dat, so each line a
      * run writes names its cabinet for the utilization report.
           MOVE SPACES TO WS-RUN-LOG-TEXT.

           STRING "RUN START CAB=" WS-CABINET-ID
             DELIMITED BY SIZE
             INTO WS-RUN-LOG-TEXT.

           PERFORM 0001-WRITE-RUN-LOG.

           PERFORM 0001-VALIDATE-GRID-CONFIG.

           STRING "KEY QUEUE OVERFLOW " WS-KEY-OVERFLOW-COUNT
             " KEY(S) DROPPED"
             " CAB=" WS-CABINET-ID
             DELIMITED BY SIZE
             INTO WS-RUN-LOG-TEXT.

             " SCORES=" WS-SCORE-RECS-WRITTEN
             " SESSIONS=" WS-SESSION-RECS-WRITTEN
             " ACH=" WS-ACH-RECS-WRITTEN
             " CAB=" WS-CABINET-ID
             DELIMITED BY SIZE
             INTO WS-RUN-LOG-TEXT.


           STRING "FILE ERROR " WS-FAIL-FILE-NAME
             " STATUS " WS-FAIL-STATUS
             " CAB=" WS-CABINET-ID
             DELIMITED BY SIZE
             INTO WS-RUN-LOG-TEXT.

             MOVE WS-LOOKUP-PLAYER-NAME TO WS-PLAYER-2-NAME
           END-IF.

           PERFORM 0001-CHECK-HOUSE-RULES.

       0001-LOOKUP-PLAYER-NAME.
      * An id with no players.dat row (or no registry at all) falls
      * back to the raw id as its display name.
             END-IF
           END-IF.

       0001-CHECK-HOUSE-RULES.
      * The attract screen is nobody's game and is never refused; a
      * computer opponent in seat 2 is not checked either.
           IF WS-DEMO-SOLO
             EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-HR-NOW.
           MOVE WS-HR-NOW(1:8)        TO WS-HR-TODAY.
           MOVE WS-HR-NOW(9:4)        TO WS-HR-NOW-TIME.

           INITIALIZE WS-HR-SEATS.
           MOVE WS-PLAYER-ID TO WS-HR-SEAT-ID(1).
           MOVE 'Y'          TO WS-HR-SEAT-CHECK-SW(1).

           IF WS-TWO-PLAYER-MODE AND NOT WS-DEMO-OPPONENT
             MOVE WS-PLAYER-2-ID TO WS-HR-SEAT-ID(2)
             MOVE 'Y'            TO WS-HR-SEAT-CHECK-SW(2)
           END-IF.

           IF WS-CABINET-MODE
             MOVE WS-CABINET-ID TO WS-HR-CAB-KEY
           ELSE
             MOVE '*'           TO WS-HR-CAB-KEY
           END-IF.

           PERFORM 0001-LOAD-HOUSE-RULES.

           IF WS-HOUSE-RULES-FILE-STATUS = '35'
             EXIT PARAGRAPH
           END-IF.

           PERFORM 0001-CHECK-OPENING-HOURS.

      * A player's own L row wins over the '*' row; the unattributed
      * seat has no history to count, so no limit applies to it.
           PERFORM VARYING HR-SEAT-IDX FROM 1 BY 1
             UNTIL HR-SEAT-IDX > 2
             IF WS-HR-SEAT-CHECKED(HR-SEAT-IDX)
               IF NOT WS-HR-SEAT-OWN-LIMIT(HR-SEAT-IDX)
                 AND WS-HR-DEFAULT-LIMIT
                 MOVE WS-HR-DEFAULT-MAX-GAMES TO
                   WS-HR-SEAT-MAX-GAMES(HR-SEAT-IDX)
                 MOVE WS-HR-DEFAULT-MAX-MINUTES TO
                   WS-HR-SEAT-MAX-MINUTES(HR-SEAT-IDX)
               END-IF

               IF WS-HR-SEAT-ID(HR-SEAT-IDX) = 'UNKNOWN'
                 OR WS-HR-SEAT-ID(HR-SEAT-IDX) = SPACES
                 MOVE 0 TO WS-HR-SEAT-MAX-GAMES(HR-SEAT-IDX)
                 MOVE 0 TO WS-HR-SEAT-MAX-MINUTES(HR-SEAT-IDX)
               END-IF

               IF WS-HR-SEAT-MAX-GAMES(HR-SEAT-IDX) > 0
                 OR WS-HR-SEAT-MAX-MINUTES(HR-SEAT-IDX) > 0
                 SET WS-HR-COUNT-USAGE TO TRUE
               END-IF
             END-IF
           END-PERFORM.

           IF WS-HR-COUNT-USAGE
             PERFORM 0001-COUNT-TODAYS-USAGE
           END-IF.

      * One reason per seat, the first that applies: blocked, outside
      * opening hours, games limit, minutes limit.
           PERFORM VARYING HR-SEAT-IDX FROM 1 BY 1
             UNTIL HR-SEAT-IDX > 2
             IF WS-HR-SEAT-CHECKED(HR-SEAT-IDX)
               EVALUATE TRUE
                 WHEN WS-HR-SEAT-BLOCKED(HR-SEAT-IDX)
                   MOVE 'BLOCKED' TO WS-HR-SEAT-REASON(HR-SEAT-IDX)
                 WHEN WS-HR-CLOSED
                   MOVE 'HOURS'   TO WS-HR-SEAT-REASON(HR-SEAT-IDX)
                 WHEN WS-HR-SEAT-MAX-GAMES(HR-SEAT-IDX) > 0
                   AND WS-HR-SEAT-GAMES(HR-SEAT-IDX) >=
                     WS-HR-SEAT-MAX-GAMES(HR-SEAT-IDX)
                   MOVE 'GAMES'   TO WS-HR-SEAT-REASON(HR-SEAT-IDX)
                 WHEN WS-HR-SEAT-MAX-MINUTES(HR-SEAT-IDX) > 0
                   AND WS-HR-SEAT-MINUTES(HR-SEAT-IDX) >=
                     WS-HR-SEAT-MAX-MINUTES(HR-SEAT-IDX)
                   MOVE 'MINUTES' TO WS-HR-SEAT-REASON(HR-SEAT-IDX)
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE

               IF WS-HR-SEAT-REASON(HR-SEAT-IDX) NOT = SPACES
                 SET WS-HR-REFUSED TO TRUE
               END-IF
             END-IF
           END-PERFORM.

           IF WS-HR-REFUSED
             PERFORM 0001-REFUSE-START
           END-IF.

       0001-LOAD-HOUSE-RULES.
           MOVE 'N' TO WS-HR-EOF-SW.
           MOVE 0   TO WS-HR-LINE-NUMBER.

           OPEN INPUT HOUSE-RULES-FILE.

           IF NOT WS-HOUSE-RULES-STATUS-OK
             IF WS-HOUSE-RULES-FILE-STATUS NOT = '35'
               MOVE "house-rules.txt" TO WS-FAIL-FILE-NAME
               MOVE WS-HOUSE-RULES-FILE-STATUS TO WS-FAIL-STATUS
               PERFORM 0001-FILE-ERROR-ABORT
             END-IF
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-HR-EOF
             READ HOUSE-RULES-FILE
               AT END
                 SET WS-HR-EOF TO TRUE
               NOT AT END
                 ADD 1 TO WS-HR-LINE-NUMBER
                 IF HOUSE-RULES-REC NOT = SPACES
                   PERFORM 0001-APPLY-HOUSE-RULE
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE HOUSE-RULES-FILE.

       0001-APPLY-HOUSE-RULE.
           EVALUATE HR-TYPE
             WHEN 'H'
               PERFORM 0001-VALIDATE-HOURS-RULE

               IF HR-KEY = WS-HR-CAB-KEY
                 SET WS-HR-HOURS-OWN TO TRUE
                 MOVE HR-VALUE-1 TO WS-HR-OPEN-TIME
                 MOVE HR-VALUE-2 TO WS-HR-CLOSE-TIME
               ELSE
                 IF HR-KEY = '*' AND NOT WS-HR-HOURS-OWN
                   SET WS-HR-HOURS-DEFAULT TO TRUE
                   MOVE HR-VALUE-1 TO WS-HR-OPEN-TIME
                   MOVE HR-VALUE-2 TO WS-HR-CLOSE-TIME
                 END-IF
               END-IF
             WHEN 'L'
               IF HR-KEY = SPACES
                 OR HR-VALUE-1 IS NOT NUMERIC
                 OR HR-VALUE-2 IS NOT NUMERIC
                 PERFORM 0001-HOUSE-RULE-ERROR
               END-IF

               IF HR-KEY = '*'
                 SET WS-HR-DEFAULT-LIMIT TO TRUE
                 MOVE HR-VALUE-1 TO WS-HR-DEFAULT-MAX-GAMES
                 MOVE HR-VALUE-2 TO WS-HR-DEFAULT-MAX-MINUTES
               END-IF

               PERFORM VARYING HR-SEAT-IDX FROM 1 BY 1
                 UNTIL HR-SEAT-IDX > 2
                 IF WS-HR-SEAT-CHECKED(HR-SEAT-IDX)
                   AND HR-KEY = WS-HR-SEAT-ID(HR-SEAT-IDX)
                   MOVE 'Y' TO WS-HR-SEAT-LIMIT-SW(HR-SEAT-IDX)
                   MOVE HR-VALUE-1 TO
                     WS-HR-SEAT-MAX-GAMES(HR-SEAT-IDX)
                   MOVE HR-VALUE-2 TO
                     WS-HR-SEAT-MAX-MINUTES(HR-SEAT-IDX)
                 END-IF
               END-PERFORM
             WHEN 'B'
               IF HR-KEY = SPACES
                 PERFORM 0001-HOUSE-RULE-ERROR
               END-IF

               PERFORM VARYING HR-SEAT-IDX FROM 1 BY 1
                 UNTIL HR-SEAT-IDX > 2
                 IF WS-HR-SEAT-CHECKED(HR-SEAT-IDX)
                   AND HR-KEY = WS-HR-SEAT-ID(HR-SEAT-IDX)
                   MOVE 'Y' TO WS-HR-SEAT-BLOCKED-SW(HR-SEAT-IDX)
                 END-IF
               END-PERFORM
             WHEN OTHER
               PERFORM 0001-HOUSE-RULE-ERROR
           END-EVALUATE.

       0001-VALIDATE-HOURS-RULE.
           IF HR-KEY = SPACES
             PERFORM 0001-HOUSE-RULE-ERROR
           END-IF.

           MOVE HR-VALUE-1 TO WS-HR-TIME-CHECK.

           IF WS-HR-TIME-CHECK IS NOT NUMERIC
             OR WS-HR-TIME-HH > 23 OR WS-HR-TIME-MI > 59
             PERFORM 0001-HOUSE-RULE-ERROR
           END-IF.

           MOVE HR-VALUE-2 TO WS-HR-TIME-CHECK.

           IF WS-HR-TIME-CHECK IS NOT NUMERIC
             OR WS-HR-TIME-HH > 23 OR WS-HR-TIME-MI > 59
             PERFORM 0001-HOUSE-RULE-ERROR
           END-IF.

       0001-HOUSE-RULE-ERROR.
      * A rule that cannot be read could be the one that should have
      * refused this start, so the game does not run on a guess.
           DISPLAY "Configuration error: house-rules.txt line "
                   WS-HR-LINE-NUMBER " is not a house rule -- '"
                   HOUSE-RULES-REC "'.".
           CLOSE HOUSE-RULES-FILE.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

       0001-CHECK-OPENING-HOURS.
           MOVE 'N' TO WS-HR-CLOSED-SW.

           IF WS-HR-HOURS-NONE
             EXIT PARAGRAPH
           END-IF.

           EVALUATE TRUE
             WHEN WS-HR-OPEN-TIME = WS-HR-CLOSE-TIME
               CONTINUE
             WHEN WS-HR-OPEN-TIME < WS-HR-CLOSE-TIME
               IF WS-HR-NOW-TIME < WS-HR-OPEN-TIME
                 OR WS-HR-NOW-TIME >= WS-HR-CLOSE-TIME
                 SET WS-HR-CLOSED TO TRUE
               END-IF
             WHEN OTHER
               IF WS-HR-NOW-TIME < WS-HR-OPEN-TIME
                 AND WS-HR-NOW-TIME >= WS-HR-CLOSE-TIME
                 SET WS-HR-CLOSED TO TRUE
               END-IF
           END-EVALUATE.

       0001-COUNT-TODAYS-USAGE.
      * Staging rows are emptied into session-log.dat when merged, so
      * reading the shared file and all nine staging files counts
      * every game once, wherever it was played.
           MOVE "session-log.dat" TO WS-USAGE-LOG-FILE-NAME.
           PERFORM 0001-COUNT-USAGE-FILE.

           PERFORM VARYING WS-HR-USAGE-CABINET FROM 1 BY 1
             UNTIL WS-HR-USAGE-CABINET > 9
             MOVE WS-HR-USAGE-CABINET TO WS-HR-DIGIT
             MOVE SPACES TO WS-USAGE-LOG-FILE-NAME
             STRING "session-log-cab" WS-HR-DIGIT ".dat"
               DELIMITED BY SIZE
               INTO WS-USAGE-LOG-FILE-NAME
             PERFORM 0001-COUNT-USAGE-FILE
           END-PERFORM.

           PERFORM VARYING HR-SEAT-IDX FROM 1 BY 1
             UNTIL HR-SEAT-IDX > 2
             COMPUTE WS-HR-SEAT-MINUTES(HR-SEAT-IDX) =
               WS-HR-SEAT-SECONDS(HR-SEAT-IDX) / 60
           END-PERFORM.

       0001-COUNT-USAGE-FILE.
           MOVE 'N' TO WS-HR-EOF-SW.

           OPEN INPUT USAGE-LOG-FILE.

           IF NOT WS-USAGE-LOG-STATUS-OK
             IF WS-USAGE-LOG-FILE-STATUS NOT = '35'
               MOVE WS-USAGE-LOG-FILE-NAME TO WS-FAIL-FILE-NAME
               MOVE WS-USAGE-LOG-FILE-STATUS TO WS-FAIL-STATUS
               PERFORM 0001-FILE-ERROR-ABORT
             END-IF
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-HR-EOF
             READ USAGE-LOG-FILE
               AT END
                 SET WS-HR-EOF TO TRUE
               NOT AT END
                 IF USAGE-START-DATETIME(1:8) = WS-HR-TODAY
                   AND USAGE-DEMO-FLAG NOT = 'Y'
                   PERFORM 0001-COUNT-USAGE-ROW
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE USAGE-LOG-FILE.

       0001-COUNT-USAGE-ROW.
           PERFORM VARYING HR-SEAT-IDX FROM 1 BY 1
             UNTIL HR-SEAT-IDX > 2
             IF WS-HR-SEAT-CHECKED(HR-SEAT-IDX)
               AND USAGE-PLAYER-ID = WS-HR-SEAT-ID(HR-SEAT-IDX)
               ADD 1 TO WS-HR-SEAT-GAMES(HR-SEAT-IDX)

               MOVE USAGE-START-DATETIME(1:14) TO WS-HR-STAMP
               PERFORM 0001-STAMP-TO-SECONDS
               MOVE WS-HR-STAMP-SECONDS TO WS-HR-START-SECONDS

               MOVE USAGE-END-DATETIME(1:14) TO WS-HR-STAMP
               PERFORM 0001-STAMP-TO-SECONDS

               IF WS-HR-STAMP-SECONDS > WS-HR-START-SECONDS
                 COMPUTE WS-HR-SEAT-SECONDS(HR-SEAT-IDX) =
                   WS-HR-SEAT-SECONDS(HR-SEAT-IDX)
                   + WS-HR-STAMP-SECONDS - WS-HR-START-SECONDS
               END-IF
             END-IF
           END-PERFORM.

       0001-STAMP-TO-SECONDS.
      * A damaged datetime counts as no time rather than stopping a
      * game over someone else's bad row; the game itself still
      * counts.
           MOVE 0 TO WS-HR-STAMP-SECONDS.

           IF WS-HR-STAMP IS NUMERIC
             AND WS-HR-STAMP-DATE > 16010101
             COMPUTE WS-HR-STAMP-SECONDS =
               FUNCTION INTEGER-OF-DATE(WS-HR-STAMP-DATE) * 86400
               + WS-HR-STAMP-HH * 3600
               + WS-HR-STAMP-MI * 60
               + WS-HR-STAMP-SS
           END-IF.

       0001-REFUSE-START.
           PERFORM VARYING HR-SEAT-IDX FROM 1 BY 1
             UNTIL HR-SEAT-IDX > 2
             IF WS-HR-SEAT-REASON(HR-SEAT-IDX) NOT = SPACES
               PERFORM 0001-REFUSE-SEAT
             END-IF
           END-PERFORM.

      * The run ends here, before the checkpoint, replay or any score
      * file is touched; the END line closes the run for the
      * utilization report rather than leaving it looking killed.
           MOVE 'R' TO WS-END-REASON.
           PERFORM 0001-LOG-RUN-END.

           MOVE 4 TO RETURN-CODE.
           STOP RUN.

       0001-REFUSE-SEAT.
           EVALUATE WS-HR-SEAT-REASON(HR-SEAT-IDX)
             WHEN 'BLOCKED'
               DISPLAY "START REFUSED: player "
                       WS-HR-SEAT-ID(HR-SEAT-IDX)
                       " is not allowed to play here."
             WHEN 'HOURS'
               DISPLAY "START REFUSED: this cabinet is closed -- "
                       "open from " WS-HR-OPEN-TIME
                       " to " WS-HR-CLOSE-TIME "."
             WHEN 'GAMES'
               DISPLAY "START REFUSED: player "
                       WS-HR-SEAT-ID(HR-SEAT-IDX)
                       " has played " WS-HR-SEAT-GAMES(HR-SEAT-IDX)
                       " games today; the limit is "
                       WS-HR-SEAT-MAX-GAMES(HR-SEAT-IDX) "."
             WHEN 'MINUTES'
               DISPLAY "START REFUSED: player "
                       WS-HR-SEAT-ID(HR-SEAT-IDX)
                       " has played " WS-HR-SEAT-MINUTES(HR-SEAT-IDX)
                       " minutes today; the limit is "
                       WS-HR-SEAT-MAX-MINUTES(HR-SEAT-IDX) "."
           END-EVALUATE.

           MOVE SPACES TO WS-RUN-LOG-TEXT.

           STRING "START REFUSED " WS-HR-SEAT-REASON(HR-SEAT-IDX)
             " ID=" WS-HR-SEAT-ID(HR-SEAT-IDX)
             " CAB=" WS-CABINET-ID
             DELIMITED BY SIZE
             INTO WS-RUN-LOG-TEXT.

           PERFORM 0001-WRITE-RUN-LOG.

           MOVE SPACES TO REFUSED-START-REC.
           MOVE WS-HR-NOW                  TO RFS-DATETIME.
           MOVE WS-CABINET-ID              TO RFS-CABINET-ID.
           SET WS-HR-DIGIT TO HR-SEAT-IDX.
           MOVE WS-HR-DIGIT                TO RFS-SEAT.
           MOVE WS-HR-SEAT-ID(HR-SEAT-IDX) TO RFS-PLAYER-ID.
           MOVE WS-HR-SEAT-REASON(HR-SEAT-IDX) TO RFS-REASON.
           MOVE WS-HR-SEAT-GAMES(HR-SEAT-IDX)  TO RFS-GAMES-TODAY.
           MOVE WS-HR-SEAT-MINUTES(HR-SEAT-IDX) TO RFS-MINUTES-TODAY.

           EVALUATE WS-HR-SEAT-REASON(HR-SEAT-IDX)
             WHEN 'HOURS'
               STRING WS-HR-OPEN-TIME "-" WS-HR-CLOSE-TIME
                 DELIMITED BY SIZE
                 INTO RFS-RULE
             WHEN 'GAMES'
               MOVE WS-HR-SEAT-MAX-GAMES(HR-SEAT-IDX)   TO RFS-RULE
             WHEN 'MINUTES'
               MOVE WS-HR-SEAT-MAX-MINUTES(HR-SEAT-IDX) TO RFS-RULE
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

           OPEN EXTEND REFUSED-STARTS-FILE.

           IF NOT WS-REFUSED-FILE-STATUS-OK
             OPEN OUTPUT REFUSED-STARTS-FILE
             CLOSE REFUSED-STARTS-FILE
             OPEN EXTEND REFUSED-STARTS-FILE
           END-IF.

           IF NOT WS-REFUSED-FILE-STATUS-OK
             MOVE "refused-starts.dat" TO WS-FAIL-FILE-NAME
             MOVE WS-REFUSED-FILE-STATUS TO WS-FAIL-STATUS
             PERFORM 0001-FILE-ERROR-ABORT
           END-IF.

           WRITE REFUSED-START-REC.

           IF NOT WS-REFUSED-FILE-STATUS-OK
             MOVE "refused-starts.dat" TO WS-FAIL-FILE-NAME
             MOVE WS-REFUSED-FILE-STATUS TO WS-FAIL-STATUS
             PERFORM 0001-FILE-ERROR-ABORT
           END-IF.

           CLOSE REFUSED-STARTS-FILE.

       0001-CHECK-REPLAY-MODE.
      * Recording is switched on by the presence of replay.cfg (its
      * contents set the REPLAY-VIEWER playback speed, not anything
             MOVE SPACES TO WS-RUN-LOG-TEXT
             STRING "FILE ERROR score-master.dat STATUS "
               WS-MASTER-STATUS
               " CAB=" WS-CABINET-ID
               DELIMITED BY SIZE
               INTO WS-RUN-LOG-TEXT
             PERFORM 0001-WRITE-RUN-LOG
