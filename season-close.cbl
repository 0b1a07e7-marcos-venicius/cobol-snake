       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEASON-CLOSE.
       AUTHOR. MARCOS-VENICIUS.

      * Closes a competitive season. season-calendar.dat lists the
      * seasons -- id, first and last day, status -- and is kept by
      * hand apart from the status byte, which only this program sets.
      * season-close-parms.txt names the season (line 1) and how much
      * of each rating's distance from the 1000 start carries into
      * the next season (line 2, percent 000-100; 000, the default,
      * is a full reset). The season must have ended. The close:
      *   1. ranks every player who played in the season by rating
      *      (wins break a tie for order, equal ratings share a rank)
      *      and adds the frozen standings to season-standings.dat;
      *      the season is then marked 'F' (frozen) on the calendar;
      *   2. rewrites ratings.dat with the rating of everyone in the
      *      standings regressed toward 1000 and their wins, losses
      *      and draws back to zero;
      *   3. marks the season 'C' (closed) with the close time.
      * The new ratings are worked out from the frozen standings, not
      * from ratings.dat as it stands, so a close interrupted after
      * step 1 or 2 is simply run again and arrives at the same
      * ratings. Seasons close in calendar order: a season is refused
      * while any season ending before it is not yet closed.
      * Standings on file are taken as frozen only once the
      * season is marked 'F'; rows of the season found while it is
      * still unmarked were left by a close that died part-way and
      * are replaced. season-standings.dat is rewritten through
      * season-standings.new with the same trailer-record discipline
      * PLAYER-MAINT uses, so the live file is only replaced from a
      * complete work file and a copy-back that died is finished by
      * the next run. MATCH-LEDGER will not rate a match into a
      * season marked 'F' or 'C'.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSE-PARM-FILE ASSIGN TO "season-close-parms.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT SEASON-CALENDAR-FILE ASSIGN TO "season-calendar.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CALENDAR-FILE-STATUS.

           SELECT RATINGS-FILE ASSIGN TO "ratings.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RATINGS-FILE-STATUS.

           SELECT STANDINGS-FILE ASSIGN TO "season-standings.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STANDINGS-FILE-STATUS.

           SELECT STANDINGS-NEW-FILE ASSIGN TO "season-standings.new"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STANDINGS-NEW-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD CLOSE-PARM-FILE.
       01 CLOSE-PARM-REC                PIC X(8).

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

       FD STANDINGS-FILE.
       01 STANDINGS-REC.
         05 SST-SEASON-ID       PIC X(8).
         05 FILLER              PIC X(1).
         05 SST-RANK            PIC 9(3).
         05 FILLER              PIC X(1).
         05 SST-PLAYER-ID       PIC X(8).
         05 FILLER              PIC X(1).
         05 SST-RATING          PIC 9(4).
         05 FILLER              PIC X(1).
         05 SST-WINS            PIC 9(5).
         05 FILLER              PIC X(1).
         05 SST-LOSSES          PIC 9(5).
         05 FILLER              PIC X(1).
         05 SST-DRAWS           PIC 9(5).
         05 FILLER              PIC X(1).
         05 SST-FROZEN-DATETIME PIC X(21).

       FD STANDINGS-NEW-FILE.
       01 STANDINGS-NEW-REC             PIC X(66).

       WORKING-STORAGE SECTION.
       01 WS-PARM-FILE-STATUS           PIC X(2)  VALUE '00'.
         88 WS-PARM-FILE-STATUS-OK               VALUE '00'.
       01 WS-CALENDAR-FILE-STATUS       PIC X(2)  VALUE '00'.
         88 WS-CALENDAR-FILE-STATUS-OK           VALUE '00'.
       01 WS-RATINGS-FILE-STATUS        PIC X(2)  VALUE '00'.
         88 WS-RATINGS-FILE-STATUS-OK            VALUE '00'.
       01 WS-STANDINGS-FILE-STATUS      PIC X(2)  VALUE '00'.
         88 WS-STANDINGS-FILE-STATUS-OK          VALUE '00'.
       01 WS-STANDINGS-NEW-FILE-STATUS  PIC X(2)  VALUE '00'.
         88 WS-STANDINGS-NEW-FILE-STATUS-OK      VALUE '00'.
       01 WS-EOF-SW                     PIC X(1)  VALUE 'N'.
         88 WS-EOF                               VALUE 'Y'.

       01 WS-STARTING-RATING            PIC 9(4)  VALUE 1000.
       01 WS-SEASON-ID                  PIC X(8)  VALUE SPACES.
       01 WS-CARRY-PARM                 PIC X(3)  VALUE '000'.
       01 WS-CARRY-PCT REDEFINES WS-CARRY-PARM PIC 9(3).
       01 WS-TODAY                      PIC X(8)  VALUE SPACES.
       01 WS-NOW-DATETIME               PIC X(21) VALUE SPACES.

       01 WS-CALENDAR-TABLE.
         05 WS-CAL-ENTRY OCCURS 100 TIMES
           INDEXED BY CAL-IDX.
           10 WS-CAL-SEASON-ID      PIC X(8).
           10 WS-CAL-FROM-DATE      PIC X(8).
           10 WS-CAL-TO-DATE        PIC X(8).
           10 WS-CAL-STATUS         PIC X(1).
           10 WS-CAL-CLOSED-DATETIME PIC X(21).
       01 WS-CALENDAR-COUNT             PIC 9(3)  VALUE 0.
       01 WS-SEASON-SLOT                PIC 9(3)  VALUE 0.

       01 WS-RATING-TABLE.
         05 WS-RATING-ENTRY OCCURS 50 TIMES
           INDEXED BY RATING-IDX.
           10 WS-RTG-PLAYER-ID   PIC X(8).
           10 WS-RTG-RATING      PIC 9(4).
           10 WS-RTG-WINS        PIC 9(5).
           10 WS-RTG-LOSSES      PIC 9(5).
           10 WS-RTG-DRAWS       PIC 9(5).
           10 WS-RTG-FROZEN-SW   PIC X(1).
             88 WS-RTG-FROZEN              VALUE 'Y'.
       01 WS-RATING-COUNT               PIC 9(2)  VALUE 0.

      * The season's frozen standings, ranked.
       01 WS-STANDING-TABLE.
         05 WS-STANDING-ENTRY OCCURS 50 TIMES
           INDEXED BY STD-IDX.
           10 WS-STD-PLAYER-ID   PIC X(8).
           10 WS-STD-RATING      PIC 9(4).
           10 WS-STD-WINS        PIC 9(5).
           10 WS-STD-LOSSES      PIC 9(5).
           10 WS-STD-DRAWS       PIC 9(5).
       01 WS-STANDING-COUNT             PIC 9(2)  VALUE 0.
       01 WS-STANDING-HOLD.
         05 WS-HOLD-PLAYER-ID    PIC X(8).
         05 WS-HOLD-RATING       PIC 9(4).
         05 WS-HOLD-WINS         PIC 9(5).
         05 WS-HOLD-LOSSES       PIC 9(5).
         05 WS-HOLD-DRAWS        PIC 9(5).
       01 WS-SORT-I                     PIC 9(2)  VALUE 0.
       01 WS-SORT-J                     PIC 9(2)  VALUE 0.
       01 WS-SORT-MOVE-SW               PIC X(1)  VALUE 'N'.
         88 WS-SORT-MOVE                         VALUE 'Y'.
       01 WS-RANK                       PIC 9(3)  VALUE 0.
       01 WS-STANDINGS-ON-FILE-SW       PIC X(1)  VALUE 'N'.
         88 WS-STANDINGS-ON-FILE                 VALUE 'Y'.
       01 WS-ROWS-REPLACED              PIC 9(3)  VALUE 0.

      * A record no standings row can produce: season ids start with
      * a letter or digit, so a leading '*' marks the work-file
      * trailer that proves the rewrite ran to completion.
       01 WS-TRAILER-TAG                PIC X(8)  VALUE '*TRAILER'.
       01 WS-RESUME-SW                  PIC X(1)  VALUE 'N'.
         88 WS-RESUME                            VALUE 'Y'.

       01 WS-REGRESS-FROM               PIC 9(4)  VALUE 0.
       01 WS-REGRESSED-RATING           PIC S9(5) VALUE 0.
       01 WS-PLAYERS-REGRESSED          PIC 9(3)  VALUE 0.
       01 WS-FAIL-FILE-NAME             PIC X(24) VALUE SPACES.
       01 WS-FAIL-STATUS                PIC X(2)  VALUE SPACES.

       PROCEDURE DIVISION.
       0001-MAIN-LOGIC.
           MOVE FUNCTION CURRENT-DATE TO WS-NOW-DATETIME.
           MOVE WS-NOW-DATETIME(1:8) TO WS-TODAY.

           PERFORM 0001-CHECK-RESUME.

           IF WS-RESUME
             DISPLAY "SEASON-CLOSE: completing interrupted copy-back "
                     "of season-standings.dat from "
                     "season-standings.new."
             PERFORM 0001-REWRITE-STANDINGS-FROM-NEW
           END-IF.

           PERFORM 0001-READ-PARMS.
           PERFORM 0001-LOAD-CALENDAR.
           PERFORM 0001-CHECK-SEASON.
           PERFORM 0001-LOAD-RATINGS.

      * A season already frozen by an interrupted close keeps the
      * standings it was frozen with.
           PERFORM 0001-LOAD-FILED-STANDINGS.

           IF NOT WS-STANDINGS-ON-FILE
             PERFORM 0001-BUILD-STANDINGS
             PERFORM 0001-WRITE-STANDINGS-NEW
             PERFORM 0001-REWRITE-STANDINGS-FROM-NEW
           END-IF.

           IF WS-CAL-STATUS(WS-SEASON-SLOT) NOT = 'F'
             MOVE 'F' TO WS-CAL-STATUS(WS-SEASON-SLOT)
             PERFORM 0001-REWRITE-CALENDAR
           END-IF.

           PERFORM 0001-REGRESS-RATINGS.
           PERFORM 0001-REWRITE-RATINGS.

           MOVE 'C' TO WS-CAL-STATUS(WS-SEASON-SLOT).
           MOVE WS-NOW-DATETIME
             TO WS-CAL-CLOSED-DATETIME(WS-SEASON-SLOT).
           PERFORM 0001-REWRITE-CALENDAR.

           PERFORM 0001-DISPLAY-SUMMARY.

           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       0001-CHECK-RESUME.
      * A work file ending in the trailer is the complete standings
      * file from a run that died before (or during) copy-back.
           MOVE 'N' TO WS-EOF-SW.

           OPEN INPUT STANDINGS-NEW-FILE.

           IF WS-STANDINGS-NEW-FILE-STATUS = '35'
             EXIT PARAGRAPH
           END-IF.

           IF NOT WS-STANDINGS-NEW-FILE-STATUS-OK
             MOVE "season-standings.new" TO WS-FAIL-FILE-NAME
             MOVE WS-STANDINGS-NEW-FILE-STATUS TO WS-FAIL-STATUS
             PERFORM 0001-FILE-ERROR-ABORT
           END-IF.

           PERFORM UNTIL WS-EOF
             READ STANDINGS-NEW-FILE
               AT END
                 SET WS-EOF TO TRUE
               NOT AT END
                 IF STANDINGS-NEW-REC(1:8) = WS-TRAILER-TAG
                   SET WS-RESUME TO TRUE
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE STANDINGS-NEW-FILE.

       0001-READ-PARMS.
           OPEN INPUT CLOSE-PARM-FILE.

           IF WS-PARM-FILE-STATUS-OK
             READ CLOSE-PARM-FILE
               AT END
                 CONTINUE
               NOT AT END
                 MOVE CLOSE-PARM-REC TO WS-SEASON-ID
             END-READ

             READ CLOSE-PARM-FILE
               AT END
                 CONTINUE
               NOT AT END
                 IF CLOSE-PARM-REC NOT = SPACES
                   MOVE CLOSE-PARM-REC(1:3) TO WS-CARRY-PARM
                 END-IF
             END-READ

             CLOSE CLOSE-PARM-FILE
           END-IF.

           IF WS-SEASON-ID = SPACES
             DISPLAY "SEASON-CLOSE: season-close-parms.txt must name "
                     "the season on line 1."
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.

           IF WS-CARRY-PARM IS NOT NUMERIC
             OR WS-CARRY-PCT > 100
             DISPLAY "SEASON-CLOSE: carry-over on line 2 must be a "
                     "percent 000-100, found '" WS-CARRY-PARM "'."
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.

       0001-LOAD-CALENDAR.
           MOVE 'N' TO WS-EOF-SW.

           OPEN INPUT SEASON-CALENDAR-FILE.

           IF NOT WS-CALENDAR-FILE-STATUS-OK
             DISPLAY "SEASON-CLOSE: season-calendar.dat not "
                     "available, status " WS-CALENDAR-FILE-STATUS
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.

           PERFORM UNTIL WS-EOF
             READ SEASON-CALENDAR-FILE
               AT END
                 SET WS-EOF TO TRUE
               NOT AT END
                 IF WS-CALENDAR-COUNT >= 100
                   DISPLAY "SEASON-CLOSE: more than 100 seasons on "
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
                 MOVE SEA-CLOSED-DATETIME
                   TO WS-CAL-CLOSED-DATETIME(CAL-IDX)
             END-READ
           END-PERFORM.

           CLOSE SEASON-CALENDAR-FILE.

       0001-CHECK-SEASON.
           MOVE 0 TO WS-SEASON-SLOT.

           PERFORM VARYING CAL-IDX FROM 1 BY 1
             UNTIL CAL-IDX > WS-CALENDAR-COUNT

             IF WS-CAL-SEASON-ID(CAL-IDX) = WS-SEASON-ID
               SET WS-SEASON-SLOT TO CAL-IDX
               EXIT PERFORM
             END-IF
           END-PERFORM.

           IF WS-SEASON-SLOT = 0
             DISPLAY "SEASON-CLOSE: season " WS-SEASON-ID
                     " is not on season-calendar.dat."
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.

           IF WS-CAL-STATUS(WS-SEASON-SLOT) = 'C'
             DISPLAY "SEASON-CLOSE: season " WS-SEASON-ID
                     " was closed " WS-CAL-CLOSED-DATETIME
                     (WS-SEASON-SLOT)(1:14) "; nothing done."
             MOVE 4 TO RETURN-CODE
             STOP RUN
           END-IF.

      * Closing a season still being played would freeze it short of
      * its last games.
           IF WS-CAL-TO-DATE(WS-SEASON-SLOT) >= WS-TODAY
             DISPLAY "SEASON-CLOSE: season " WS-SEASON-ID
                     " runs to " WS-CAL-TO-DATE(WS-SEASON-SLOT)
                     " and cannot be closed before it has ended."
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.

      * Seasons close in calendar order. While an earlier season is
      * open or only frozen, MATCH-LEDGER holds this season's matches
      * and ratings.dat still carries the earlier season's results;
      * closing this one now would freeze those as its standings.
           PERFORM VARYING CAL-IDX FROM 1 BY 1
             UNTIL CAL-IDX > WS-CALENDAR-COUNT

             IF CAL-IDX NOT = WS-SEASON-SLOT
               AND WS-CAL-TO-DATE(CAL-IDX) <
                 WS-CAL-FROM-DATE(WS-SEASON-SLOT)
               AND WS-CAL-STATUS(CAL-IDX) NOT = 'C'
               DISPLAY "SEASON-CLOSE: season "
                       WS-CAL-SEASON-ID(CAL-IDX) " ends before "
                       WS-SEASON-ID " and is not closed; close it "
                       "first."
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF
           END-PERFORM.

       0001-LOAD-RATINGS.
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
                 IF WS-RATING-COUNT >= 50
                   DISPLAY "SEASON-CLOSE: more than 50 rated "
                           "players -- raise the table size."
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
                 END-IF

                 ADD 1 TO WS-RATING-COUNT
                 SET RATING-IDX TO WS-RATING-COUNT
                 MOVE RTG-PLAYER-ID TO WS-RTG-PLAYER-ID(RATING-IDX)
                 MOVE RTG-RATING    TO WS-RTG-RATING(RATING-IDX)
                 MOVE RTG-WINS      TO WS-RTG-WINS(RATING-IDX)
                 MOVE RTG-LOSSES    TO WS-RTG-LOSSES(RATING-IDX)
                 MOVE RTG-DRAWS     TO WS-RTG-DRAWS(RATING-IDX)
                 MOVE 'N'           TO WS-RTG-FROZEN-SW(RATING-IDX)
             END-READ
           END-PERFORM.

           CLOSE RATINGS-FILE.

       0001-LOAD-FILED-STANDINGS.
           MOVE 'N' TO WS-EOF-SW.
           MOVE 'N' TO WS-STANDINGS-ON-FILE-SW.
           MOVE 0   TO WS-STANDING-COUNT.

      * Until the calendar says frozen, rows of the season on file are
      * an unfinished freeze and are rebuilt, not trusted.
           IF WS-CAL-STATUS(WS-SEASON-SLOT) NOT = 'F'
             EXIT PARAGRAPH
           END-IF.

           OPEN INPUT STANDINGS-FILE.

           IF WS-STANDINGS-FILE-STATUS = '35'
             EXIT PARAGRAPH
           END-IF.

           IF NOT WS-STANDINGS-FILE-STATUS-OK
             MOVE "season-standings.dat" TO WS-FAIL-FILE-NAME
             MOVE WS-STANDINGS-FILE-STATUS TO WS-FAIL-STATUS
             PERFORM 0001-FILE-ERROR-ABORT
           END-IF.

           PERFORM UNTIL WS-EOF
             READ STANDINGS-FILE
               AT END
                 SET WS-EOF TO TRUE
               NOT AT END
                 IF SST-SEASON-ID = WS-SEASON-ID
                   IF WS-STANDING-COUNT >= 50
                     DISPLAY "SEASON-CLOSE: more than 50 standings "
                             "rows -- raise the table size."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                   END-IF

                   SET WS-STANDINGS-ON-FILE TO TRUE
                   ADD 1 TO WS-STANDING-COUNT
                   SET STD-IDX TO WS-STANDING-COUNT
                   MOVE SST-PLAYER-ID TO WS-STD-PLAYER-ID(STD-IDX)
                   MOVE SST-RATING    TO WS-STD-RATING(STD-IDX)
                   MOVE SST-WINS      TO WS-STD-WINS(STD-IDX)
                   MOVE SST-LOSSES    TO WS-STD-LOSSES(STD-IDX)
                   MOVE SST-DRAWS     TO WS-STD-DRAWS(STD-IDX)
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE STANDINGS-FILE.

       0001-BUILD-STANDINGS.
      * Only players with a game in the season stand in it; a rating
      * carried in from last season with no games is not a result.
           MOVE 0 TO WS-STANDING-COUNT.

           PERFORM VARYING RATING-IDX FROM 1 BY 1
             UNTIL RATING-IDX > WS-RATING-COUNT

             IF WS-RTG-WINS(RATING-IDX) + WS-RTG-LOSSES(RATING-IDX)
               + WS-RTG-DRAWS(RATING-IDX) > 0
               ADD 1 TO WS-STANDING-COUNT
               SET STD-IDX TO WS-STANDING-COUNT
               MOVE WS-RTG-PLAYER-ID(RATING-IDX)
                 TO WS-STD-PLAYER-ID(STD-IDX)
               MOVE WS-RTG-RATING(RATING-IDX) TO WS-STD-RATING(STD-IDX)
               MOVE WS-RTG-WINS(RATING-IDX)   TO WS-STD-WINS(STD-IDX)
               MOVE WS-RTG-LOSSES(RATING-IDX) TO WS-STD-LOSSES(STD-IDX)
               MOVE WS-RTG-DRAWS(RATING-IDX)  TO WS-STD-DRAWS(STD-IDX)
             END-IF
           END-PERFORM.

      * Insertion sort: rating high to low, then wins high to low;
      * otherwise players keep their ratings.dat order.
           PERFORM VARYING WS-SORT-I FROM 2 BY 1
             UNTIL WS-SORT-I > WS-STANDING-COUNT

             MOVE WS-STANDING-ENTRY(WS-SORT-I) TO WS-STANDING-HOLD
             MOVE WS-SORT-I TO WS-SORT-J
             SET WS-SORT-MOVE TO TRUE

             PERFORM UNTIL WS-SORT-J <= 1 OR NOT WS-SORT-MOVE
               MOVE 'N' TO WS-SORT-MOVE-SW

               IF WS-STD-RATING(WS-SORT-J - 1) < WS-HOLD-RATING
                 SET WS-SORT-MOVE TO TRUE
               END-IF

               IF WS-STD-RATING(WS-SORT-J - 1) = WS-HOLD-RATING
                 AND WS-STD-WINS(WS-SORT-J - 1) < WS-HOLD-WINS
                 SET WS-SORT-MOVE TO TRUE
               END-IF

               IF WS-SORT-MOVE
                 MOVE WS-STANDING-ENTRY(WS-SORT-J - 1)
                   TO WS-STANDING-ENTRY(WS-SORT-J)
                 SUBTRACT 1 FROM WS-SORT-J
               END-IF
             END-PERFORM

             MOVE WS-STANDING-HOLD TO WS-STANDING-ENTRY(WS-SORT-J)
           END-PERFORM.

       0001-WRITE-STANDINGS-NEW.
      * The work file holds every other season's rows as they stand,
      * then this season's standings, then the trailer.
           MOVE 'N' TO WS-EOF-SW.
           MOVE 0   TO WS-ROWS-REPLACED.

           OPEN OUTPUT STANDINGS-NEW-FILE.

           IF NOT WS-STANDINGS-NEW-FILE-STATUS-OK
             MOVE "season-standings.new" TO WS-FAIL-FILE-NAME
             MOVE WS-STANDINGS-NEW-FILE-STATUS TO WS-FAIL-STATUS
             PERFORM 0001-FILE-ERROR-ABORT
           END-IF.

           OPEN INPUT STANDINGS-FILE.

           IF WS-STANDINGS-FILE-STATUS-OK
             PERFORM UNTIL WS-EOF
               READ STANDINGS-FILE
                 AT END
                   SET WS-EOF TO TRUE
                 NOT AT END
                   IF SST-SEASON-ID = WS-SEASON-ID
                     ADD 1 TO WS-ROWS-REPLACED
                   ELSE
                     MOVE STANDINGS-REC TO STANDINGS-NEW-REC
                     WRITE STANDINGS-NEW-REC
                     PERFORM 0001-CHECK-STANDINGS-NEW-WRITE
                   END-IF
               END-READ
             END-PERFORM

             CLOSE STANDINGS-FILE
           ELSE
             IF WS-STANDINGS-FILE-STATUS NOT = '35'
               MOVE "season-standings.dat" TO WS-FAIL-FILE-NAME
               MOVE WS-STANDINGS-FILE-STATUS TO WS-FAIL-STATUS
               PERFORM 0001-FILE-ERROR-ABORT
             END-IF
           END-IF.

           IF WS-ROWS-REPLACED > 0
             DISPLAY "SEASON-CLOSE: " WS-ROWS-REPLACED " standings "
                     "rows of season " WS-SEASON-ID " left by an "
                     "unfinished close replaced."
           END-IF.

           MOVE 0 TO WS-RANK.

           PERFORM VARYING STD-IDX FROM 1 BY 1
             UNTIL STD-IDX > WS-STANDING-COUNT

      * Equal ratings share a rank; the next rank skips past them.
             IF STD-IDX = 1
               MOVE 1 TO WS-RANK
             ELSE
               IF WS-STD-RATING(STD-IDX) NOT =
                 WS-STD-RATING(STD-IDX - 1)
                 SET WS-RANK TO STD-IDX
               END-IF
             END-IF

             MOVE SPACES                  TO STANDINGS-REC
             MOVE WS-SEASON-ID            TO SST-SEASON-ID
             MOVE WS-RANK                 TO SST-RANK
             MOVE WS-STD-PLAYER-ID(STD-IDX) TO SST-PLAYER-ID
             MOVE WS-STD-RATING(STD-IDX)  TO SST-RATING
             MOVE WS-STD-WINS(STD-IDX)    TO SST-WINS
             MOVE WS-STD-LOSSES(STD-IDX)  TO SST-LOSSES
             MOVE WS-STD-DRAWS(STD-IDX)   TO SST-DRAWS
             MOVE WS-NOW-DATETIME         TO SST-FROZEN-DATETIME
             MOVE STANDINGS-REC           TO STANDINGS-NEW-REC
             WRITE STANDINGS-NEW-REC
             PERFORM 0001-CHECK-STANDINGS-NEW-WRITE
           END-PERFORM.

           MOVE SPACES         TO STANDINGS-NEW-REC.
           MOVE WS-TRAILER-TAG TO STANDINGS-NEW-REC(1:8).
           WRITE STANDINGS-NEW-REC.
           PERFORM 0001-CHECK-STANDINGS-NEW-WRITE.

           CLOSE STANDINGS-NEW-FILE.

       0001-CHECK-STANDINGS-NEW-WRITE.
           IF NOT WS-STANDINGS-NEW-FILE-STATUS-OK
             MOVE "season-standings.new" TO WS-FAIL-FILE-NAME
             MOVE WS-STANDINGS-NEW-FILE-STATUS TO WS-FAIL-STATUS
             PERFORM 0001-FILE-ERROR-ABORT
           END-IF.

       0001-REWRITE-STANDINGS-FROM-NEW.
           MOVE 'N' TO WS-EOF-SW.

           OPEN INPUT STANDINGS-NEW-FILE.

           IF NOT WS-STANDINGS-NEW-FILE-STATUS-OK
             MOVE "season-standings.new" TO WS-FAIL-FILE-NAME
             MOVE WS-STANDINGS-NEW-FILE-STATUS TO WS-FAIL-STATUS
             PERFORM 0001-FILE-ERROR-ABORT
           END-IF.

           OPEN OUTPUT STANDINGS-FILE.

           IF NOT WS-STANDINGS-FILE-STATUS-OK
             MOVE "season-standings.dat" TO WS-FAIL-FILE-NAME
             MOVE WS-STANDINGS-FILE-STATUS TO WS-FAIL-STATUS
             PERFORM 0001-FILE-ERROR-ABORT
           END-IF.

           PERFORM UNTIL WS-EOF
             READ STANDINGS-NEW-FILE
               AT END
                 SET WS-EOF TO TRUE
               NOT AT END
                 IF STANDINGS-NEW-REC(1:8) NOT = WS-TRAILER-TAG
                   MOVE STANDINGS-NEW-REC TO STANDINGS-REC
                   WRITE STANDINGS-REC

                   IF NOT WS-STANDINGS-FILE-STATUS-OK
                     MOVE "season-standings.dat" TO WS-FAIL-FILE-NAME
                     MOVE WS-STANDINGS-FILE-STATUS TO WS-FAIL-STATUS
                     PERFORM 0001-FILE-ERROR-ABORT
                   END-IF
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE STANDINGS-FILE.
           CLOSE STANDINGS-NEW-FILE.

      * The copy has landed; an emptied work file (no trailer) tells
      * the next run there is nothing to resume.
           OPEN OUTPUT STANDINGS-NEW-FILE.
           CLOSE STANDINGS-NEW-FILE.

       0001-REGRESS-RATINGS.
      * new = 1000 + (frozen - 1000) * carry / 100 for every player
      * in the frozen standings. A player with no games this season
      * was already regressed at the close of the season they last
      * played, and is left as they are.
           MOVE 0 TO WS-PLAYERS-REGRESSED.

           PERFORM VARYING RATING-IDX FROM 1 BY 1
             UNTIL RATING-IDX > WS-RATING-COUNT

             MOVE WS-RTG-RATING(RATING-IDX) TO WS-REGRESS-FROM

             PERFORM VARYING STD-IDX FROM 1 BY 1
               UNTIL STD-IDX > WS-STANDING-COUNT

               IF WS-STD-PLAYER-ID(STD-IDX) =
                 WS-RTG-PLAYER-ID(RATING-IDX)
                 MOVE WS-STD-RATING(STD-IDX) TO WS-REGRESS-FROM
                 SET WS-RTG-FROZEN(RATING-IDX) TO TRUE
                 EXIT PERFORM
               END-IF
             END-PERFORM

             IF WS-RTG-FROZEN(RATING-IDX)
               COMPUTE WS-REGRESSED-RATING ROUNDED =
                 WS-STARTING-RATING
                 + ((WS-REGRESS-FROM - WS-STARTING-RATING)
                    * WS-CARRY-PCT / 100)
               MOVE WS-REGRESSED-RATING TO WS-RTG-RATING(RATING-IDX)
               MOVE 0 TO WS-RTG-WINS(RATING-IDX)
               MOVE 0 TO WS-RTG-LOSSES(RATING-IDX)
               MOVE 0 TO WS-RTG-DRAWS(RATING-IDX)
               ADD 1 TO WS-PLAYERS-REGRESSED
             END-IF

      * Games on ratings.dat for a player not in the frozen standings
      * were rated after an interrupted close froze them -- into the
      * next season -- and are left alone.
             IF NOT WS-RTG-FROZEN(RATING-IDX)
               AND WS-RTG-WINS(RATING-IDX) + WS-RTG-LOSSES(RATING-IDX)
                 + WS-RTG-DRAWS(RATING-IDX) > 0
               DISPLAY "SEASON-CLOSE: " WS-RTG-PLAYER-ID(RATING-IDX)
                       " has games after the freeze; rating kept."
             END-IF
           END-PERFORM.

       0001-REWRITE-RATINGS.
           OPEN OUTPUT RATINGS-FILE.

           IF NOT WS-RATINGS-FILE-STATUS-OK
             MOVE "ratings.dat" TO WS-FAIL-FILE-NAME
             MOVE WS-RATINGS-FILE-STATUS TO WS-FAIL-STATUS
             PERFORM 0001-FILE-ERROR-ABORT
           END-IF.

           PERFORM VARYING RATING-IDX FROM 1 BY 1
             UNTIL RATING-IDX > WS-RATING-COUNT

             MOVE SPACES                       TO RATING-REC
             MOVE WS-RTG-PLAYER-ID(RATING-IDX) TO RTG-PLAYER-ID
             MOVE WS-RTG-RATING(RATING-IDX)    TO RTG-RATING
             MOVE WS-RTG-WINS(RATING-IDX)      TO RTG-WINS
             MOVE WS-RTG-LOSSES(RATING-IDX)    TO RTG-LOSSES
             MOVE WS-RTG-DRAWS(RATING-IDX)     TO RTG-DRAWS
             WRITE RATING-REC

             IF NOT WS-RATINGS-FILE-STATUS-OK
               MOVE "ratings.dat" TO WS-FAIL-FILE-NAME
               MOVE WS-RATINGS-FILE-STATUS TO WS-FAIL-STATUS
               PERFORM 0001-FILE-ERROR-ABORT
             END-IF
           END-PERFORM.

           CLOSE RATINGS-FILE.

       0001-REWRITE-CALENDAR.
           OPEN OUTPUT SEASON-CALENDAR-FILE.

           IF NOT WS-CALENDAR-FILE-STATUS-OK
             MOVE "season-calendar.dat" TO WS-FAIL-FILE-NAME
             MOVE WS-CALENDAR-FILE-STATUS TO WS-FAIL-STATUS
             PERFORM 0001-FILE-ERROR-ABORT
           END-IF.

           PERFORM VARYING CAL-IDX FROM 1 BY 1
             UNTIL CAL-IDX > WS-CALENDAR-COUNT

             MOVE SPACES                      TO SEASON-CALENDAR-REC
             MOVE WS-CAL-SEASON-ID(CAL-IDX)   TO SEA-SEASON-ID
             MOVE WS-CAL-FROM-DATE(CAL-IDX)   TO SEA-FROM-DATE
             MOVE WS-CAL-TO-DATE(CAL-IDX)     TO SEA-TO-DATE
             MOVE WS-CAL-STATUS(CAL-IDX)      TO SEA-STATUS
             MOVE WS-CAL-CLOSED-DATETIME(CAL-IDX)
               TO SEA-CLOSED-DATETIME
             WRITE SEASON-CALENDAR-REC

             IF NOT WS-CALENDAR-FILE-STATUS-OK
               MOVE "season-calendar.dat" TO WS-FAIL-FILE-NAME
               MOVE WS-CALENDAR-FILE-STATUS TO WS-FAIL-STATUS
               PERFORM 0001-FILE-ERROR-ABORT
             END-IF
           END-PERFORM.

           CLOSE SEASON-CALENDAR-FILE.

       0001-FILE-ERROR-ABORT.
           DISPLAY "SEASON-CLOSE: file error on " WS-FAIL-FILE-NAME
                   " status " WS-FAIL-STATUS.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       0001-DISPLAY-SUMMARY.
           DISPLAY "SEASON CLOSE " WS-SEASON-ID.
           DISPLAY "Season:              "
                   WS-CAL-FROM-DATE(WS-SEASON-SLOT) " to "
                   WS-CAL-TO-DATE(WS-SEASON-SLOT).
           DISPLAY "Players in standings: " WS-STANDING-COUNT.
           DISPLAY "Ratings carried over: " WS-CARRY-PCT "%".
           DISPLAY "Ratings regressed:   " WS-PLAYERS-REGRESSED.
