       IDENTIFICATION DIVISION.
       PROGRAM-ID. TOURNAMENT.
       AUTHOR. MARCOS-VENICIUS.

      * Runs a knockout tournament on the two-player cabinets.
      * tournament-parms.txt names the tournament (line 1, an id of up
      * to 8 characters) and its window (lines 2 and 3, YYYYMMDDHHMM
      * first and last match start). The first run for an id draws
      * the bracket: the player ids in tournament-reg.txt, one per
      * line, are seeded by RTG-RATING from ratings.dat (unrated ids
      * at the 1000 starting rating, ties in registration order),
      * the bracket is the next power of two up from the entry, and
      * the top seeds take the byes. The draw is kept in
      * bracket-<id>.dat and is never redrawn, so ratings moving
      * during the event cannot reshuffle it.
      * Every run then replays the window's match-history.dat rows
      * over the frozen draw: a match whose two players are the two
      * players of a bracket match still to be played decides it, and
      * the winner moves on. Demo and voided matches ('Y'/'V' in
      * MH-DEMO-FLAG) are not matches; a match MATCH-LEDGER refused to
      * rate because its season was closed ('S') was still played and
      * still decides its pairing; pairings that are not on the
      * bracket are casual games and are ignored; a draw decides
      * nothing and the pair must play again. Because the rounds are
      * rebuilt from the history each run, a match ADJUDICATE voids
      * after the fact drops out of the bracket on the next run. The
      * state file is rewritten with every match's status and the
      * bracket is printed round by round. When the final is decided
      * the placings go to tournament-placings.dat, once per
      * tournament: 1 and 2 from the final, then each earlier round's
      * losers sharing the next place (3, 5, 9 ...).

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TOURNAMENT-PARM-FILE ASSIGN TO "tournament-parms.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT REGISTRATION-FILE ASSIGN TO "tournament-reg.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTRATION-FILE-STATUS.

           SELECT RATINGS-FILE ASSIGN TO "ratings.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RATINGS-FILE-STATUS.

           SELECT MATCH-HISTORY-FILE ASSIGN TO "match-history.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MATCH-HISTORY-FILE-STATUS.

           SELECT BRACKET-FILE ASSIGN USING
             WS-BRACKET-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-BRACKET-FILE-STATUS.

           SELECT PLACINGS-FILE ASSIGN TO "tournament-placings.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLACINGS-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD TOURNAMENT-PARM-FILE.
       01 TOURNAMENT-PARM-REC           PIC X(12).

       FD REGISTRATION-FILE.
       01 REGISTRATION-REC.
         05 REG-PLAYER-ID      PIC X(8).

       FD RATINGS-FILE.
       01 RATING-REC.
         05 RTG-PLAYER-ID       PIC X(8).
         05 FILLER              PIC X(1).
         05 RTG-RATING          PIC 9(4).
         05 FILLER              PIC X(1).
         05 RTG-WINS            PIC 9(5).
         05 FILLER              PIC X(1).
         05 RTG-LOSSES          PIC 9(5).
         05 FILLER              PIC X(1).
         05 RTG-DRAWS           PIC 9(5).

       FD MATCH-HISTORY-FILE.
       01 MATCH-HISTORY-REC.
         05 MH-START-DATETIME   PIC X(21).
         05 FILLER              PIC X(1).
         05 MH-PLAYER-1-ID      PIC X(8).
         05 FILLER              PIC X(1).
         05 MH-PLAYER-1-POINTS  PIC 9(3).
         05 FILLER              PIC X(1).
         05 MH-PLAYER-2-ID      PIC X(8).
         05 FILLER              PIC X(1).
         05 MH-PLAYER-2-POINTS  PIC 9(3).
         05 FILLER              PIC X(1).
         05 MH-RESULT           PIC X(1).
         05 FILLER              PIC X(1).
         05 MH-END-REASON       PIC X(1).
         05 FILLER              PIC X(1).
         05 MH-DEMO-FLAG        PIC X(1).

      * One record per bracket match. Status ' ' waiting for its
      * players, 'P' to be played, 'B' a bye, 'W' decided.
       FD BRACKET-FILE.
       01 BRACKET-REC.
         05 BKT-TOURNAMENT-ID   PIC X(8).
         05 FILLER              PIC X(1).
         05 BKT-ROUND           PIC 9(1).
         05 FILLER              PIC X(1).
         05 BKT-MATCH           PIC 9(2).
         05 FILLER              PIC X(1).
         05 BKT-PLAYER-1-ID     PIC X(8).
         05 FILLER              PIC X(1).
         05 BKT-SEED-1          PIC 9(2).
         05 FILLER              PIC X(1).
         05 BKT-PLAYER-2-ID     PIC X(8).
         05 FILLER              PIC X(1).
         05 BKT-SEED-2          PIC 9(2).
         05 FILLER              PIC X(1).
         05 BKT-STATUS          PIC X(1).
         05 FILLER              PIC X(1).
         05 BKT-WINNER-ID       PIC X(8).
         05 FILLER              PIC X(1).
         05 BKT-WINNER-SEED     PIC 9(2).
         05 FILLER              PIC X(1).
         05 BKT-POINTS-1        PIC 9(3).
         05 FILLER              PIC X(1).
         05 BKT-POINTS-2        PIC 9(3).
         05 FILLER              PIC X(1).
         05 BKT-MATCH-DATETIME  PIC X(21).

       FD PLACINGS-FILE.
       01 PLACING-REC.
         05 PLC-TOURNAMENT-ID   PIC X(8).
         05 FILLER              PIC X(1).
         05 PLC-PLACE           PIC 9(2).
         05 FILLER              PIC X(1).
         05 PLC-PLAYER-ID       PIC X(8).
         05 FILLER              PIC X(1).
         05 PLC-SEED            PIC 9(2).
         05 FILLER              PIC X(1).
         05 PLC-ROUND-LOST      PIC 9(1).
         05 FILLER              PIC X(1).
         05 PLC-FINAL-DATETIME  PIC X(21).

       WORKING-STORAGE SECTION.
       01 WS-PARM-FILE-STATUS           PIC X(2)  VALUE '00'.
         88 WS-PARM-FILE-STATUS-OK               VALUE '00'.
       01 WS-REGISTRATION-FILE-STATUS   PIC X(2)  VALUE '00'.
         88 WS-REGISTRATION-STATUS-OK            VALUE '00'.
       01 WS-RATINGS-FILE-STATUS        PIC X(2)  VALUE '00'.
         88 WS-RATINGS-FILE-STATUS-OK            VALUE '00'.
       01 WS-MATCH-HISTORY-FILE-STATUS  PIC X(2)  VALUE '00'.
         88 WS-MATCH-HISTORY-STATUS-OK           VALUE '00'.
       01 WS-BRACKET-FILE-STATUS        PIC X(2)  VALUE '00'.
         88 WS-BRACKET-FILE-STATUS-OK            VALUE '00'.
       01 WS-PLACINGS-FILE-STATUS       PIC X(2)  VALUE '00'.
         88 WS-PLACINGS-FILE-STATUS-OK           VALUE '00'.
       01 WS-EOF-SW                     PIC X(1)  VALUE 'N'.
         88 WS-EOF                               VALUE 'Y'.

       01 WS-TOURNAMENT-ID              PIC X(8)  VALUE SPACES.
       01 WS-WINDOW-FROM                PIC X(12) VALUE SPACES.
       01 WS-WINDOW-TO                  PIC X(12) VALUE SPACES.
       01 WS-PARM-LINE                  PIC 9(1)  VALUE 0.
       01 WS-BRACKET-FILE-NAME          PIC X(24) VALUE SPACES.
       01 WS-STARTING-RATING            PIC 9(4)  VALUE 1000.

       01 WS-ENTRANT-TABLE.
         05 WS-ENTRANT OCCURS 64 TIMES
           INDEXED BY ENT-IDX.
           10 WS-ENT-ID          PIC X(8).
           10 WS-ENT-RATING      PIC 9(4).
       01 WS-ENTRANT-COUNT              PIC 9(2)  VALUE 0.
       01 WS-ENTRANT-HOLD.
         05 WS-HOLD-ID          PIC X(8).
         05 WS-HOLD-RATING      PIC 9(4).
       01 WS-SORT-I                     PIC 9(2)  VALUE 0.
       01 WS-SORT-J                     PIC 9(2)  VALUE 0.
       01 WS-DUPLICATE-SW               PIC X(1)  VALUE 'N'.
         88 WS-DUPLICATE                         VALUE 'Y'.

      * Seed in each first-round position, built by repeated halving:
      * 1 2 -> 1 4 2 3 -> 1 8 4 5 2 7 3 6, so the top two seeds can
      * only meet in the final.
       01 WS-POSITION-TABLE.
         05 WS-POS-SEED  PIC 9(2) OCCURS 64 TIMES.
       01 WS-POSITION-WORK.
         05 WS-POS-WORK  PIC 9(2) OCCURS 64 TIMES.
       01 WS-POS-COUNT                  PIC 9(2)  VALUE 0.
       01 WS-POS-I                      PIC 9(2)  VALUE 0.

       01 WS-BRACKET-SIZE               PIC 9(2)  VALUE 0.
       01 WS-ROUND-COUNT                PIC 9(1)  VALUE 0.
       01 WS-ROUND-TABLE.
         05 WS-ROUND-ENTRY OCCURS 6 TIMES.
           10 WS-ROUND-OFFSET    PIC 9(2).
           10 WS-ROUND-MATCHES   PIC 9(2).
       01 WS-ROUND                      PIC 9(1)  VALUE 0.

       01 WS-MATCH-TABLE.
         05 WS-MATCH-ENTRY OCCURS 63 TIMES
           INDEXED BY MT-IDX.
           10 WS-MT-ROUND        PIC 9(1).
           10 WS-MT-NUMBER       PIC 9(2).
           10 WS-MT-P1-ID        PIC X(8).
           10 WS-MT-SEED-1       PIC 9(2).
           10 WS-MT-P2-ID        PIC X(8).
           10 WS-MT-SEED-2       PIC 9(2).
           10 WS-MT-STATUS       PIC X(1).
             88 WS-MT-WAITING              VALUE ' '.
             88 WS-MT-TO-PLAY              VALUE 'P'.
             88 WS-MT-BYE                  VALUE 'B'.
             88 WS-MT-DECIDED              VALUE 'W'.
           10 WS-MT-WINNER-ID    PIC X(8).
           10 WS-MT-WINNER-SEED  PIC 9(2).
           10 WS-MT-POINTS-1     PIC 9(3).
           10 WS-MT-POINTS-2     PIC 9(3).
           10 WS-MT-DATETIME     PIC X(21).
       01 WS-MATCH-COUNT                PIC 9(2)  VALUE 0.
       01 WS-MT-SLOT                    PIC 9(2)  VALUE 0.
       01 WS-NEXT-SLOT                  PIC 9(2)  VALUE 0.
       01 WS-NEXT-NUMBER                PIC 9(2)  VALUE 0.
       01 WS-SEED-A                     PIC 9(2)  VALUE 0.
       01 WS-SEED-B                     PIC 9(2)  VALUE 0.

       01 WS-DRAWN-NOW-SW               PIC X(1)  VALUE 'N'.
         88 WS-DRAWN-NOW                         VALUE 'Y'.
       01 WS-CHAMPION-SW                PIC X(1)  VALUE 'N'.
         88 WS-CHAMPION-DECIDED                  VALUE 'Y'.
       01 WS-PLACINGS-ON-FILE-SW        PIC X(1)  VALUE 'N'.
         88 WS-PLACINGS-ON-FILE                  VALUE 'Y'.
       01 WS-PLACE                      PIC 9(2)  VALUE 0.
       01 WS-PLACE-STEP                 PIC 9(2)  VALUE 0.
       01 WS-LOSER-ID                   PIC X(8)  VALUE SPACES.
       01 WS-LOSER-SEED                 PIC 9(2)  VALUE 0.
       01 WS-FINAL-DATETIME             PIC X(21) VALUE SPACES.
       01 WS-FILED-CHAMPION-ID          PIC X(8)  VALUE SPACES.

       01 WS-PRINT-LINE                 PIC X(72) VALUE SPACES.
       01 WS-PRINT-STATUS               PIC X(16) VALUE SPACES.

       01 WS-MATCHES-READ-COUNT         PIC 9(5)  VALUE 0.
       01 WS-MATCHES-APPLIED-COUNT      PIC 9(3)  VALUE 0.
       01 WS-OFF-BRACKET-COUNT          PIC 9(5)  VALUE 0.
       01 WS-DRAW-REPLAY-COUNT          PIC 9(3)  VALUE 0.
       01 WS-UNCOUNTED-COUNT            PIC 9(5)  VALUE 0.
       01 WS-FAIL-FILE-NAME             PIC X(24) VALUE SPACES.
       01 WS-FAIL-STATUS                PIC X(2)  VALUE SPACES.

       PROCEDURE DIVISION.
       0001-MAIN-LOGIC.
           PERFORM 0001-READ-PARMS.

           STRING "bracket-" DELIMITED BY SIZE
             WS-TOURNAMENT-ID DELIMITED BY SPACE
             ".dat" DELIMITED BY SIZE
             INTO WS-BRACKET-FILE-NAME.

           PERFORM 0001-LOAD-BRACKET.

           IF WS-MATCH-COUNT = 0
             PERFORM 0001-DRAW-BRACKET
             SET WS-DRAWN-NOW TO TRUE
           END-IF.

           MOVE 0 TO RETURN-CODE.

           PERFORM 0001-RESET-ADVANCEMENT.
           PERFORM 0001-APPLY-MATCH-HISTORY.
           PERFORM 0001-SAVE-BRACKET.
           PERFORM 0001-PRINT-BRACKET.

           IF WS-CHAMPION-DECIDED
             PERFORM 0001-WRITE-PLACINGS
           END-IF.

           PERFORM 0001-DISPLAY-SUMMARY.

           STOP RUN.

       0001-READ-PARMS.
      * All three lines are mandatory: a bracket advanced against the
      * wrong window picks up the wrong night's games.
           MOVE 'N' TO WS-EOF-SW.
           MOVE 0   TO WS-PARM-LINE.

           OPEN INPUT TOURNAMENT-PARM-FILE.

           IF WS-PARM-FILE-STATUS-OK
             PERFORM UNTIL WS-EOF OR WS-PARM-LINE >= 3
               READ TOURNAMENT-PARM-FILE
                 AT END
                   SET WS-EOF TO TRUE
                 NOT AT END
                   ADD 1 TO WS-PARM-LINE
                   EVALUATE WS-PARM-LINE
                     WHEN 1
                       MOVE TOURNAMENT-PARM-REC(1:8)
                         TO WS-TOURNAMENT-ID
                     WHEN 2
                       MOVE TOURNAMENT-PARM-REC TO WS-WINDOW-FROM
                     WHEN 3
                       MOVE TOURNAMENT-PARM-REC TO WS-WINDOW-TO
                   END-EVALUATE
               END-READ
             END-PERFORM

             CLOSE TOURNAMENT-PARM-FILE
           END-IF.

           IF WS-TOURNAMENT-ID = SPACES
             OR WS-WINDOW-FROM IS NOT NUMERIC
             OR WS-WINDOW-TO IS NOT NUMERIC
             OR WS-WINDOW-FROM > WS-WINDOW-TO
             DISPLAY "TOURNAMENT: tournament-parms.txt must supply "
                     "the tournament id on line 1 and the window "
                     "as YYYYMMDDHHMM on lines 2 and 3."
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.

       0001-LOAD-BRACKET.
           MOVE 'N' TO WS-EOF-SW.
           MOVE 0   TO WS-MATCH-COUNT.
           MOVE 0   TO WS-ROUND-COUNT.

           OPEN INPUT BRACKET-FILE.

      * No state file yet means this tournament has not been drawn.
           IF WS-BRACKET-FILE-STATUS = '35'
             EXIT PARAGRAPH
           END-IF.

           IF NOT WS-BRACKET-FILE-STATUS-OK
             MOVE WS-BRACKET-FILE-NAME TO WS-FAIL-FILE-NAME
             MOVE WS-BRACKET-FILE-STATUS TO WS-FAIL-STATUS
             PERFORM 0001-FILE-ERROR-ABORT
           END-IF.

           PERFORM UNTIL WS-EOF
             READ BRACKET-FILE
               AT END
                 SET WS-EOF TO TRUE
               NOT AT END
                 IF BKT-TOURNAMENT-ID = WS-TOURNAMENT-ID
                   PERFORM 0001-LOAD-BRACKET-ROW
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE BRACKET-FILE.

           IF WS-MATCH-COUNT = 0
             EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-BRACKET-SIZE = WS-MATCH-COUNT + 1.
           PERFORM 0001-SET-ROUND-OFFSETS.

       0001-LOAD-BRACKET-ROW.
           IF WS-MATCH-COUNT >= 63
             DISPLAY "TOURNAMENT: " WS-BRACKET-FILE-NAME " holds "
                     "more than 63 matches -- raise the table size."
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.

           ADD 1 TO WS-MATCH-COUNT.
           SET MT-IDX TO WS-MATCH-COUNT.
           MOVE BKT-ROUND          TO WS-MT-ROUND(MT-IDX).
           MOVE BKT-MATCH          TO WS-MT-NUMBER(MT-IDX).
           MOVE BKT-PLAYER-1-ID    TO WS-MT-P1-ID(MT-IDX).
           MOVE BKT-SEED-1         TO WS-MT-SEED-1(MT-IDX).
           MOVE BKT-PLAYER-2-ID    TO WS-MT-P2-ID(MT-IDX).
           MOVE BKT-SEED-2         TO WS-MT-SEED-2(MT-IDX).
           MOVE BKT-STATUS         TO WS-MT-STATUS(MT-IDX).
           MOVE BKT-WINNER-ID      TO WS-MT-WINNER-ID(MT-IDX).
           MOVE BKT-WINNER-SEED    TO WS-MT-WINNER-SEED(MT-IDX).
           MOVE BKT-POINTS-1       TO WS-MT-POINTS-1(MT-IDX).
           MOVE BKT-POINTS-2       TO WS-MT-POINTS-2(MT-IDX).
           MOVE BKT-MATCH-DATETIME TO WS-MT-DATETIME(MT-IDX).

       0001-DRAW-BRACKET.
           PERFORM 0001-LOAD-REGISTRATION.

           IF WS-ENTRANT-COUNT < 2
             DISPLAY "TOURNAMENT: tournament-reg.txt must register "
                     "at least two players."
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM 0001-LOAD-SEED-RATINGS.
           PERFORM 0001-SORT-ENTRANTS.

           MOVE 2 TO WS-BRACKET-SIZE.

           PERFORM UNTIL WS-BRACKET-SIZE >= WS-ENTRANT-COUNT
             COMPUTE WS-BRACKET-SIZE = WS-BRACKET-SIZE * 2
           END-PERFORM.

           PERFORM 0001-SET-ROUND-OFFSETS.
           PERFORM 0001-BUILD-SEED-POSITIONS.

           MOVE 0 TO WS-MATCH-COUNT.

           PERFORM VARYING WS-ROUND FROM 1 BY 1
             UNTIL WS-ROUND > WS-ROUND-COUNT

             PERFORM VARYING WS-NEXT-NUMBER FROM 1 BY 1
               UNTIL WS-NEXT-NUMBER > WS-ROUND-MATCHES(WS-ROUND)

               ADD 1 TO WS-MATCH-COUNT
               SET MT-IDX TO WS-MATCH-COUNT
               MOVE WS-ROUND       TO WS-MT-ROUND(MT-IDX)
               MOVE WS-NEXT-NUMBER TO WS-MT-NUMBER(MT-IDX)
               MOVE SPACES TO WS-MT-P1-ID(MT-IDX)
               MOVE SPACES TO WS-MT-P2-ID(MT-IDX)
               MOVE 0      TO WS-MT-SEED-1(MT-IDX)
               MOVE 0      TO WS-MT-SEED-2(MT-IDX)
               MOVE SPACE  TO WS-MT-STATUS(MT-IDX)

               IF WS-ROUND = 1
                 COMPUTE WS-SEED-A =
                   WS-POS-SEED((WS-NEXT-NUMBER * 2) - 1)
                 COMPUTE WS-SEED-B =
                   WS-POS-SEED(WS-NEXT-NUMBER * 2)
                 PERFORM 0001-PLACE-FIRST-ROUND
               END-IF
             END-PERFORM
           END-PERFORM.

       0001-PLACE-FIRST-ROUND.
      * A seed past the entry is an empty slot: the seed drawn against
      * it has a bye. The halving order never pairs two empty slots.
           IF WS-SEED-A <= WS-ENTRANT-COUNT
             MOVE WS-ENT-ID(WS-SEED-A) TO WS-MT-P1-ID(MT-IDX)
             MOVE WS-SEED-A            TO WS-MT-SEED-1(MT-IDX)
           END-IF.

           IF WS-SEED-B <= WS-ENTRANT-COUNT
             MOVE WS-ENT-ID(WS-SEED-B) TO WS-MT-P2-ID(MT-IDX)
             MOVE WS-SEED-B            TO WS-MT-SEED-2(MT-IDX)
           END-IF.

           IF WS-MT-P1-ID(MT-IDX) NOT = SPACES
             AND WS-MT-P2-ID(MT-IDX) NOT = SPACES
             MOVE 'P' TO WS-MT-STATUS(MT-IDX)
           ELSE
             MOVE 'B' TO WS-MT-STATUS(MT-IDX)
           END-IF.

       0001-LOAD-REGISTRATION.
           MOVE 'N' TO WS-EOF-SW.
           MOVE 0   TO WS-ENTRANT-COUNT.

           OPEN INPUT REGISTRATION-FILE.

           IF NOT WS-REGISTRATION-STATUS-OK
             DISPLAY "TOURNAMENT: tournament-reg.txt not available, "
                     "status " WS-REGISTRATION-FILE-STATUS
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM UNTIL WS-EOF
             READ REGISTRATION-FILE
               AT END
                 SET WS-EOF TO TRUE
               NOT AT END
                 IF REG-PLAYER-ID NOT = SPACES
                   PERFORM 0001-ADD-ENTRANT
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE REGISTRATION-FILE.

       0001-ADD-ENTRANT.
      * A player registered twice still plays once.
           MOVE 'N' TO WS-DUPLICATE-SW.

           PERFORM VARYING ENT-IDX FROM 1 BY 1
             UNTIL ENT-IDX > WS-ENTRANT-COUNT

             IF WS-ENT-ID(ENT-IDX) = REG-PLAYER-ID
               SET WS-DUPLICATE TO TRUE
               EXIT PERFORM
             END-IF
           END-PERFORM.

           IF WS-DUPLICATE
             EXIT PARAGRAPH
           END-IF.

           IF WS-ENTRANT-COUNT >= 64
             DISPLAY "TOURNAMENT: more than 64 players registered "
                     "-- raise the table size."
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.

           ADD 1 TO WS-ENTRANT-COUNT.
           SET ENT-IDX TO WS-ENTRANT-COUNT.
           MOVE REG-PLAYER-ID      TO WS-ENT-ID(ENT-IDX).
           MOVE WS-STARTING-RATING TO WS-ENT-RATING(ENT-IDX).

       0001-LOAD-SEED-RATINGS.
           MOVE 'N' TO WS-EOF-SW.

           OPEN INPUT RATINGS-FILE.

           IF WS-RATINGS-FILE-STATUS = '35'
             EXIT PARAGRAPH
           END-IF.

           IF NOT WS-RATINGS-FILE-STATUS-OK
             MOVE "ratings.dat" TO WS-FAIL-FILE-NAME
             MOVE WS-RATINGS-FILE-STATUS TO WS-FAIL-STATUS
             PERFORM 0001-FILE-ERROR-ABORT
           END-IF.

           PERFORM UNTIL WS-EOF
             READ RATINGS-FILE
               AT END
                 SET WS-EOF TO TRUE
               NOT AT END
                 PERFORM VARYING ENT-IDX FROM 1 BY 1
                   UNTIL ENT-IDX > WS-ENTRANT-COUNT

                   IF WS-ENT-ID(ENT-IDX) = RTG-PLAYER-ID
                     AND RTG-RATING IS NUMERIC
                     MOVE RTG-RATING TO WS-ENT-RATING(ENT-IDX)
                     EXIT PERFORM
                   END-IF
                 END-PERFORM
             END-READ
           END-PERFORM.

           CLOSE RATINGS-FILE.

       0001-SORT-ENTRANTS.
      * Insertion sort, highest rating first; an entrant only moves
      * past a strictly lower rating, so ties keep registration order.
           PERFORM VARYING WS-SORT-I FROM 2 BY 1
             UNTIL WS-SORT-I > WS-ENTRANT-COUNT

             MOVE WS-ENTRANT(WS-SORT-I) TO WS-ENTRANT-HOLD
             MOVE WS-SORT-I TO WS-SORT-J

             PERFORM UNTIL WS-SORT-J <= 1
               OR WS-ENT-RATING(WS-SORT-J - 1) >= WS-HOLD-RATING

               MOVE WS-ENTRANT(WS-SORT-J - 1)
                 TO WS-ENTRANT(WS-SORT-J)
               SUBTRACT 1 FROM WS-SORT-J
             END-PERFORM

             MOVE WS-ENTRANT-HOLD TO WS-ENTRANT(WS-SORT-J)
           END-PERFORM.

       0001-SET-ROUND-OFFSETS.
           MOVE 0 TO WS-ROUND-COUNT.
           MOVE 0 TO WS-NEXT-SLOT.
           COMPUTE WS-NEXT-NUMBER = WS-BRACKET-SIZE / 2.

           PERFORM UNTIL WS-NEXT-NUMBER < 1
             ADD 1 TO WS-ROUND-COUNT
             MOVE WS-NEXT-SLOT   TO WS-ROUND-OFFSET(WS-ROUND-COUNT)
             MOVE WS-NEXT-NUMBER TO WS-ROUND-MATCHES(WS-ROUND-COUNT)
             ADD WS-NEXT-NUMBER  TO WS-NEXT-SLOT
             COMPUTE WS-NEXT-NUMBER = WS-NEXT-NUMBER / 2
           END-PERFORM.

       0001-BUILD-SEED-POSITIONS.
           MOVE 1 TO WS-POS-SEED(1).
           MOVE 1 TO WS-POS-COUNT.

           PERFORM UNTIL WS-POS-COUNT >= WS-BRACKET-SIZE
             PERFORM VARYING WS-POS-I FROM 1 BY 1
               UNTIL WS-POS-I > WS-POS-COUNT

               MOVE WS-POS-SEED(WS-POS-I)
                 TO WS-POS-WORK((WS-POS-I * 2) - 1)
               COMPUTE WS-POS-WORK(WS-POS-I * 2) =
                 (WS-POS-COUNT * 2) + 1 - WS-POS-SEED(WS-POS-I)
             END-PERFORM

             COMPUTE WS-POS-COUNT = WS-POS-COUNT * 2
             MOVE WS-POSITION-WORK TO WS-POSITION-TABLE
           END-PERFORM.

       0001-RESET-ADVANCEMENT.
      * Only the draw is carried from run to run; every result is
      * replayed from match-history.dat, so the bracket always agrees
      * with the history as it stands today.
           PERFORM VARYING MT-IDX FROM 1 BY 1
             UNTIL MT-IDX > WS-MATCH-COUNT

             MOVE SPACES TO WS-MT-WINNER-ID(MT-IDX)
             MOVE 0      TO WS-MT-WINNER-SEED(MT-IDX)
             MOVE 0      TO WS-MT-POINTS-1(MT-IDX)
             MOVE 0      TO WS-MT-POINTS-2(MT-IDX)
             MOVE SPACES TO WS-MT-DATETIME(MT-IDX)

             IF WS-MT-ROUND(MT-IDX) > 1
               MOVE SPACES TO WS-MT-P1-ID(MT-IDX)
               MOVE SPACES TO WS-MT-P2-ID(MT-IDX)
               MOVE 0      TO WS-MT-SEED-1(MT-IDX)
               MOVE 0      TO WS-MT-SEED-2(MT-IDX)
               MOVE SPACE  TO WS-MT-STATUS(MT-IDX)
             ELSE
               IF WS-MT-DECIDED(MT-IDX)
                 MOVE 'P' TO WS-MT-STATUS(MT-IDX)
               END-IF
             END-IF
           END-PERFORM.

           MOVE 'N' TO WS-CHAMPION-SW.

           PERFORM VARYING WS-MT-SLOT FROM 1 BY 1
             UNTIL WS-MT-SLOT > WS-ROUND-MATCHES(1)

             IF WS-MT-BYE(WS-MT-SLOT)
               IF WS-MT-P1-ID(WS-MT-SLOT) NOT = SPACES
                 MOVE WS-MT-P1-ID(WS-MT-SLOT)
                   TO WS-MT-WINNER-ID(WS-MT-SLOT)
                 MOVE WS-MT-SEED-1(WS-MT-SLOT)
                   TO WS-MT-WINNER-SEED(WS-MT-SLOT)
               ELSE
                 MOVE WS-MT-P2-ID(WS-MT-SLOT)
                   TO WS-MT-WINNER-ID(WS-MT-SLOT)
                 MOVE WS-MT-SEED-2(WS-MT-SLOT)
                   TO WS-MT-WINNER-SEED(WS-MT-SLOT)
               END-IF
               PERFORM 0001-ADVANCE-WINNER
             END-IF
           END-PERFORM.

       0001-APPLY-MATCH-HISTORY.
           MOVE 'N' TO WS-EOF-SW.

           OPEN INPUT MATCH-HISTORY-FILE.

           IF WS-MATCH-HISTORY-FILE-STATUS = '35'
             EXIT PARAGRAPH
           END-IF.

           IF NOT WS-MATCH-HISTORY-STATUS-OK
             MOVE "match-history.dat" TO WS-FAIL-FILE-NAME
             MOVE WS-MATCH-HISTORY-FILE-STATUS TO WS-FAIL-STATUS
             PERFORM 0001-FILE-ERROR-ABORT
           END-IF.

           PERFORM UNTIL WS-EOF
             READ MATCH-HISTORY-FILE
               AT END
                 SET WS-EOF TO TRUE
               NOT AT END
                 IF MH-START-DATETIME(1:12) >= WS-WINDOW-FROM
                   AND MH-START-DATETIME(1:12) <= WS-WINDOW-TO
                   ADD 1 TO WS-MATCHES-READ-COUNT
                   PERFORM 0001-APPLY-MATCH-ROW
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE MATCH-HISTORY-FILE.

       0001-APPLY-MATCH-ROW.
           IF MH-DEMO-FLAG = 'Y' OR MH-DEMO-FLAG = 'V'
             ADD 1 TO WS-UNCOUNTED-COUNT
             EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-MT-SLOT.

           PERFORM VARYING MT-IDX FROM 1 BY 1
             UNTIL MT-IDX > WS-MATCH-COUNT

             IF WS-MT-TO-PLAY(MT-IDX)
               AND ((WS-MT-P1-ID(MT-IDX) = MH-PLAYER-1-ID
                     AND WS-MT-P2-ID(MT-IDX) = MH-PLAYER-2-ID)
                 OR (WS-MT-P1-ID(MT-IDX) = MH-PLAYER-2-ID
                     AND WS-MT-P2-ID(MT-IDX) = MH-PLAYER-1-ID))
               SET WS-MT-SLOT TO MT-IDX
               EXIT PERFORM
             END-IF
           END-PERFORM.

           IF WS-MT-SLOT = 0
             ADD 1 TO WS-OFF-BRACKET-COUNT
             EXIT PARAGRAPH
           END-IF.

           IF MH-RESULT NOT = '1' AND MH-RESULT NOT = '2'
             ADD 1 TO WS-DRAW-REPLAY-COUNT
             EXIT PARAGRAPH
           END-IF.

      * Points are kept in bracket order, whichever seat each player
      * sat in on the cabinet.
           IF WS-MT-P1-ID(WS-MT-SLOT) = MH-PLAYER-1-ID
             MOVE MH-PLAYER-1-POINTS TO WS-MT-POINTS-1(WS-MT-SLOT)
             MOVE MH-PLAYER-2-POINTS TO WS-MT-POINTS-2(WS-MT-SLOT)
           ELSE
             MOVE MH-PLAYER-2-POINTS TO WS-MT-POINTS-1(WS-MT-SLOT)
             MOVE MH-PLAYER-1-POINTS TO WS-MT-POINTS-2(WS-MT-SLOT)
           END-IF.

           IF MH-RESULT = '1'
             MOVE MH-PLAYER-1-ID TO WS-MT-WINNER-ID(WS-MT-SLOT)
           ELSE
             MOVE MH-PLAYER-2-ID TO WS-MT-WINNER-ID(WS-MT-SLOT)
           END-IF.

           IF WS-MT-WINNER-ID(WS-MT-SLOT) = WS-MT-P1-ID(WS-MT-SLOT)
             MOVE WS-MT-SEED-1(WS-MT-SLOT)
               TO WS-MT-WINNER-SEED(WS-MT-SLOT)
           ELSE
             MOVE WS-MT-SEED-2(WS-MT-SLOT)
               TO WS-MT-WINNER-SEED(WS-MT-SLOT)
           END-IF.

           MOVE 'W' TO WS-MT-STATUS(WS-MT-SLOT).
           MOVE MH-START-DATETIME TO WS-MT-DATETIME(WS-MT-SLOT).
           ADD 1 TO WS-MATCHES-APPLIED-COUNT.

           PERFORM 0001-ADVANCE-WINNER.

       0001-ADVANCE-WINNER.
      * Moves the winner of the match at WS-MT-SLOT into its place in
      * the next round: odd-numbered matches feed the upper slot.
           IF WS-MT-ROUND(WS-MT-SLOT) >= WS-ROUND-COUNT
             SET WS-CHAMPION-DECIDED TO TRUE
             MOVE WS-MT-DATETIME(WS-MT-SLOT) TO WS-FINAL-DATETIME
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-MT-ROUND(WS-MT-SLOT) TO WS-ROUND.
           COMPUTE WS-NEXT-NUMBER = (WS-MT-NUMBER(WS-MT-SLOT) + 1) / 2.
           COMPUTE WS-NEXT-SLOT =
             WS-ROUND-OFFSET(WS-ROUND + 1) + WS-NEXT-NUMBER.

           IF FUNCTION MOD(WS-MT-NUMBER(WS-MT-SLOT), 2) = 1
             MOVE WS-MT-WINNER-ID(WS-MT-SLOT)
               TO WS-MT-P1-ID(WS-NEXT-SLOT)
             MOVE WS-MT-WINNER-SEED(WS-MT-SLOT)
               TO WS-MT-SEED-1(WS-NEXT-SLOT)
           ELSE
             MOVE WS-MT-WINNER-ID(WS-MT-SLOT)
               TO WS-MT-P2-ID(WS-NEXT-SLOT)
             MOVE WS-MT-WINNER-SEED(WS-MT-SLOT)
               TO WS-MT-SEED-2(WS-NEXT-SLOT)
           END-IF.

           IF WS-MT-P1-ID(WS-NEXT-SLOT) NOT = SPACES
             AND WS-MT-P2-ID(WS-NEXT-SLOT) NOT = SPACES
             MOVE 'P' TO WS-MT-STATUS(WS-NEXT-SLOT)
           END-IF.

       0001-SAVE-BRACKET.
           OPEN OUTPUT BRACKET-FILE.

           IF NOT WS-BRACKET-FILE-STATUS-OK
             MOVE WS-BRACKET-FILE-NAME TO WS-FAIL-FILE-NAME
             MOVE WS-BRACKET-FILE-STATUS TO WS-FAIL-STATUS
             PERFORM 0001-FILE-ERROR-ABORT
           END-IF.

           PERFORM VARYING MT-IDX FROM 1 BY 1
             UNTIL MT-IDX > WS-MATCH-COUNT

             MOVE SPACES                    TO BRACKET-REC
             MOVE WS-TOURNAMENT-ID          TO BKT-TOURNAMENT-ID
             MOVE WS-MT-ROUND(MT-IDX)       TO BKT-ROUND
             MOVE WS-MT-NUMBER(MT-IDX)      TO BKT-MATCH
             MOVE WS-MT-P1-ID(MT-IDX)       TO BKT-PLAYER-1-ID
             MOVE WS-MT-SEED-1(MT-IDX)      TO BKT-SEED-1
             MOVE WS-MT-P2-ID(MT-IDX)       TO BKT-PLAYER-2-ID
             MOVE WS-MT-SEED-2(MT-IDX)      TO BKT-SEED-2
             MOVE WS-MT-STATUS(MT-IDX)      TO BKT-STATUS
             MOVE WS-MT-WINNER-ID(MT-IDX)   TO BKT-WINNER-ID
             MOVE WS-MT-WINNER-SEED(MT-IDX) TO BKT-WINNER-SEED
             MOVE WS-MT-POINTS-1(MT-IDX)    TO BKT-POINTS-1
             MOVE WS-MT-POINTS-2(MT-IDX)    TO BKT-POINTS-2
             MOVE WS-MT-DATETIME(MT-IDX)    TO BKT-MATCH-DATETIME
             WRITE BRACKET-REC

             IF NOT WS-BRACKET-FILE-STATUS-OK
               MOVE WS-BRACKET-FILE-NAME TO WS-FAIL-FILE-NAME
               MOVE WS-BRACKET-FILE-STATUS TO WS-FAIL-STATUS
               PERFORM 0001-FILE-ERROR-ABORT
             END-IF
           END-PERFORM.

           CLOSE BRACKET-FILE.

       0001-PRINT-BRACKET.
           DISPLAY "TOURNAMENT " WS-TOURNAMENT-ID
                   "  WINDOW " WS-WINDOW-FROM " - " WS-WINDOW-TO.

           IF WS-DRAWN-NOW
             DISPLAY "Bracket drawn this run: " WS-ENTRANT-COUNT
                     " players, bracket of " WS-BRACKET-SIZE
           END-IF.

           MOVE 0 TO WS-ROUND.

           PERFORM VARYING MT-IDX FROM 1 BY 1
             UNTIL MT-IDX > WS-MATCH-COUNT

             IF WS-MT-ROUND(MT-IDX) NOT = WS-ROUND
               MOVE WS-MT-ROUND(MT-IDX) TO WS-ROUND
               DISPLAY " "
               IF WS-ROUND = WS-ROUND-COUNT
                 DISPLAY "FINAL"
               ELSE
                 DISPLAY "ROUND " WS-ROUND
               END-IF
             END-IF

             EVALUATE TRUE
               WHEN WS-MT-DECIDED(MT-IDX)
                 MOVE SPACES TO WS-PRINT-STATUS
                 STRING "WON " WS-MT-WINNER-ID(MT-IDX)
                   DELIMITED BY SIZE
                   INTO WS-PRINT-STATUS
               WHEN WS-MT-BYE(MT-IDX)
                 MOVE SPACES TO WS-PRINT-STATUS
                 STRING "BYE " WS-MT-WINNER-ID(MT-IDX)
                   DELIMITED BY SIZE
                   INTO WS-PRINT-STATUS
               WHEN WS-MT-TO-PLAY(MT-IDX)
                 MOVE "TO PLAY" TO WS-PRINT-STATUS
               WHEN OTHER
                 MOVE "AWAITING PLAYERS" TO WS-PRINT-STATUS
             END-EVALUATE

             MOVE SPACES TO WS-PRINT-LINE
             STRING "  M" WS-MT-NUMBER(MT-IDX)
               "  (" WS-MT-SEED-1(MT-IDX) ") " WS-MT-P1-ID(MT-IDX)
               " " WS-MT-POINTS-1(MT-IDX)
               "  v  (" WS-MT-SEED-2(MT-IDX) ") " WS-MT-P2-ID(MT-IDX)
               " " WS-MT-POINTS-2(MT-IDX)
               "  " WS-PRINT-STATUS
               DELIMITED BY SIZE
               INTO WS-PRINT-LINE
             DISPLAY WS-PRINT-LINE
           END-PERFORM.

           DISPLAY " ".

           IF WS-CHAMPION-DECIDED
             DISPLAY "CHAMPION: " WS-MT-WINNER-ID(WS-MATCH-COUNT)
           END-IF.

       0001-WRITE-PLACINGS.
      * Placings are written once per tournament; a later run only
      * reports that they are already on file.
           PERFORM 0001-CHECK-PLACINGS-ON-FILE.

           IF WS-PLACINGS-ON-FILE
             DISPLAY "Placings already on tournament-placings.dat."
             IF WS-FILED-CHAMPION-ID NOT =
               WS-MT-WINNER-ID(WS-MATCH-COUNT)
               DISPLAY "WARNING: placings on file name "
                       WS-FILED-CHAMPION-ID " as champion; the "
                       "bracket now has "
                       WS-MT-WINNER-ID(WS-MATCH-COUNT)
               MOVE 4 TO RETURN-CODE
             END-IF
             EXIT PARAGRAPH
           END-IF.

           OPEN EXTEND PLACINGS-FILE.

           IF NOT WS-PLACINGS-FILE-STATUS-OK
             OPEN OUTPUT PLACINGS-FILE
             CLOSE PLACINGS-FILE
             OPEN EXTEND PLACINGS-FILE
           END-IF.

           IF NOT WS-PLACINGS-FILE-STATUS-OK
             MOVE "tournament-placings.dat" TO WS-FAIL-FILE-NAME
             MOVE WS-PLACINGS-FILE-STATUS TO WS-FAIL-STATUS
             PERFORM 0001-FILE-ERROR-ABORT
           END-IF.

           MOVE 1 TO WS-PLACE.
           MOVE WS-MT-WINNER-ID(WS-MATCH-COUNT)   TO WS-LOSER-ID.
           MOVE WS-MT-WINNER-SEED(WS-MATCH-COUNT) TO WS-LOSER-SEED.
           MOVE 0 TO WS-ROUND.
           PERFORM 0001-WRITE-PLACING-REC.

      * Losers of the final take 2nd, of the semi-finals 3rd, of the
      * quarter-finals 5th, and so on back to the first round.
           MOVE 1 TO WS-PLACE-STEP.

           PERFORM VARYING WS-ROUND FROM WS-ROUND-COUNT BY -1
             UNTIL WS-ROUND < 1

             COMPUTE WS-PLACE = WS-PLACE-STEP + 1

             PERFORM VARYING MT-IDX FROM 1 BY 1
               UNTIL MT-IDX > WS-MATCH-COUNT

               IF WS-MT-ROUND(MT-IDX) = WS-ROUND
                 AND WS-MT-DECIDED(MT-IDX)
                 IF WS-MT-WINNER-ID(MT-IDX) = WS-MT-P1-ID(MT-IDX)
                   MOVE WS-MT-P2-ID(MT-IDX)  TO WS-LOSER-ID
                   MOVE WS-MT-SEED-2(MT-IDX) TO WS-LOSER-SEED
                 ELSE
                   MOVE WS-MT-P1-ID(MT-IDX)  TO WS-LOSER-ID
                   MOVE WS-MT-SEED-1(MT-IDX) TO WS-LOSER-SEED
                 END-IF
                 PERFORM 0001-WRITE-PLACING-REC
               END-IF
             END-PERFORM

             COMPUTE WS-PLACE-STEP = WS-PLACE-STEP * 2
           END-PERFORM.

           CLOSE PLACINGS-FILE.

           DISPLAY "Placings written to tournament-placings.dat.".

       0001-WRITE-PLACING-REC.
           MOVE SPACES            TO PLACING-REC.
           MOVE WS-TOURNAMENT-ID  TO PLC-TOURNAMENT-ID.
           MOVE WS-PLACE          TO PLC-PLACE.
           MOVE WS-LOSER-ID       TO PLC-PLAYER-ID.
           MOVE WS-LOSER-SEED     TO PLC-SEED.
           MOVE WS-ROUND          TO PLC-ROUND-LOST.
           MOVE WS-FINAL-DATETIME TO PLC-FINAL-DATETIME.
           WRITE PLACING-REC.

           IF NOT WS-PLACINGS-FILE-STATUS-OK
             MOVE "tournament-placings.dat" TO WS-FAIL-FILE-NAME
             MOVE WS-PLACINGS-FILE-STATUS TO WS-FAIL-STATUS
             PERFORM 0001-FILE-ERROR-ABORT
           END-IF.

       0001-CHECK-PLACINGS-ON-FILE.
           MOVE 'N' TO WS-PLACINGS-ON-FILE-SW.
           MOVE 'N' TO WS-EOF-SW.

           OPEN INPUT PLACINGS-FILE.

           IF WS-PLACINGS-FILE-STATUS = '35'
             EXIT PARAGRAPH
           END-IF.

           IF NOT WS-PLACINGS-FILE-STATUS-OK
             MOVE "tournament-placings.dat" TO WS-FAIL-FILE-NAME
             MOVE WS-PLACINGS-FILE-STATUS TO WS-FAIL-STATUS
             PERFORM 0001-FILE-ERROR-ABORT
           END-IF.

           PERFORM UNTIL WS-EOF
             READ PLACINGS-FILE
               AT END
                 SET WS-EOF TO TRUE
               NOT AT END
                 IF PLC-TOURNAMENT-ID = WS-TOURNAMENT-ID
                   SET WS-PLACINGS-ON-FILE TO TRUE
                   IF PLC-PLACE = 1
                     MOVE PLC-PLAYER-ID TO WS-FILED-CHAMPION-ID
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE PLACINGS-FILE.

       0001-FILE-ERROR-ABORT.
           DISPLAY "TOURNAMENT: file error on " WS-FAIL-FILE-NAME
                   " status " WS-FAIL-STATUS.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       0001-DISPLAY-SUMMARY.
           DISPLAY "TOURNAMENT SUMMARY".
           DISPLAY "Matches in window:         " WS-MATCHES-READ-COUNT.
           DISPLAY "Bracket matches decided:   "
                   WS-MATCHES-APPLIED-COUNT.
           DISPLAY "Demo or void, not counted: " WS-UNCOUNTED-COUNT.
           DISPLAY "Off-bracket pairings:      " WS-OFF-BRACKET-COUNT.

           IF WS-DRAW-REPLAY-COUNT > 0
             DISPLAY "Drawn, must replay:        "
                     WS-DRAW-REPLAY-COUNT
           END-IF.
