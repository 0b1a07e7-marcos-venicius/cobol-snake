       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEASON-REPORT.
       AUTHOR. MARCOS-VENICIUS.

      * Prints the final standings of a past season from
      * season-standings.dat, as SEASON-CLOSE froze them: rank,
      * player, rating, wins, losses and draws, names resolved from
      * players.dat. The season id is line 1 of
      * season-report-parms.txt; with no id the report lists every
      * season on season-calendar.dat with its dates and status.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-PARM-FILE ASSIGN TO "season-report-parms.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT SEASON-CALENDAR-FILE ASSIGN TO "season-calendar.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CALENDAR-FILE-STATUS.

           SELECT STANDINGS-FILE ASSIGN TO "season-standings.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-STANDINGS-FILE-STATUS.

           SELECT PLAYER-REGISTRY-FILE ASSIGN TO "players.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLAYER-REG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REPORT-PARM-FILE.
       01 REPORT-PARM-REC               PIC X(8).

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

       FD PLAYER-REGISTRY-FILE.
       01 PLAYER-REG-REC.
         05 PLAYER-REG-ID   PIC X(8).
         05 FILLER          PIC X(1).
         05 PLAYER-REG-NAME PIC X(20).

       WORKING-STORAGE SECTION.
       01 WS-PARM-FILE-STATUS           PIC X(2)  VALUE '00'.
         88 WS-PARM-FILE-STATUS-OK               VALUE '00'.
       01 WS-CALENDAR-FILE-STATUS       PIC X(2)  VALUE '00'.
         88 WS-CALENDAR-FILE-STATUS-OK           VALUE '00'.
       01 WS-STANDINGS-FILE-STATUS      PIC X(2)  VALUE '00'.
         88 WS-STANDINGS-FILE-STATUS-OK          VALUE '00'.
       01 WS-PLAYER-REG-FILE-STATUS     PIC X(2)  VALUE '00'.
         88 WS-PLAYER-REG-FILE-STATUS-OK         VALUE '00'.
       01 WS-EOF-SW                     PIC X(1)  VALUE 'N'.
         88 WS-EOF                               VALUE 'Y'.

       01 WS-SEASON-ID                  PIC X(8)  VALUE SPACES.
       01 WS-SEASON-FOUND-SW            PIC X(1)  VALUE 'N'.
         88 WS-SEASON-FOUND                      VALUE 'Y'.
       01 WS-SEASON-FROM-DATE           PIC X(8)  VALUE SPACES.
       01 WS-SEASON-TO-DATE             PIC X(8)  VALUE SPACES.
       01 WS-SEASON-STATUS              PIC X(1)  VALUE SPACE.
       01 WS-STATUS-TEXT                PIC X(10) VALUE SPACES.
       01 WS-SEASON-COUNT               PIC 9(3)  VALUE 0.

       01 WS-STANDING-TABLE.
         05 WS-STANDING-ENTRY OCCURS 50 TIMES
           INDEXED BY STD-IDX.
           10 WS-STD-RANK        PIC 9(3).
           10 WS-STD-PLAYER-ID   PIC X(8).
           10 WS-STD-PLAYER-NAME PIC X(20).
           10 WS-STD-RATING      PIC 9(4).
           10 WS-STD-WINS        PIC 9(5).
           10 WS-STD-LOSSES      PIC 9(5).
           10 WS-STD-DRAWS       PIC 9(5).
       01 WS-STANDING-COUNT             PIC 9(2)  VALUE 0.
       01 WS-FROZEN-DATETIME            PIC X(21) VALUE SPACES.
       01 WS-FAIL-FILE-NAME             PIC X(24) VALUE SPACES.
       01 WS-FAIL-STATUS                PIC X(2)  VALUE SPACES.

       PROCEDURE DIVISION.
       0001-MAIN-LOGIC.
           PERFORM 0001-READ-PARMS.

           IF WS-SEASON-ID = SPACES
             PERFORM 0001-LIST-SEASONS
           ELSE
             PERFORM 0001-FIND-SEASON
             PERFORM 0001-LOAD-STANDINGS
             PERFORM 0001-RESOLVE-PLAYER-NAMES
             PERFORM 0001-DISPLAY-STANDINGS
           END-IF.

           STOP RUN.

       0001-READ-PARMS.
           OPEN INPUT REPORT-PARM-FILE.

           IF WS-PARM-FILE-STATUS-OK
             READ REPORT-PARM-FILE
               AT END
                 CONTINUE
               NOT AT END
                 MOVE REPORT-PARM-REC TO WS-SEASON-ID
             END-READ

             CLOSE REPORT-PARM-FILE
           END-IF.

       0001-OPEN-CALENDAR.
           MOVE 'N' TO WS-EOF-SW.

           OPEN INPUT SEASON-CALENDAR-FILE.

           IF NOT WS-CALENDAR-FILE-STATUS-OK
             DISPLAY "SEASON-REPORT: season-calendar.dat not "
                     "available, status " WS-CALENDAR-FILE-STATUS
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.

       0001-LIST-SEASONS.
           PERFORM 0001-OPEN-CALENDAR.

           DISPLAY "SEASON CALENDAR".
           DISPLAY "SEASON    FROM      TO        STATUS".

           PERFORM UNTIL WS-EOF
             READ SEASON-CALENDAR-FILE
               AT END
                 SET WS-EOF TO TRUE
               NOT AT END
                 ADD 1 TO WS-SEASON-COUNT
                 MOVE SEA-STATUS TO WS-SEASON-STATUS
                 PERFORM 0001-SET-STATUS-TEXT
                 DISPLAY SEA-SEASON-ID "  " SEA-FROM-DATE "  "
                         SEA-TO-DATE "  " WS-STATUS-TEXT
             END-READ
           END-PERFORM.

           CLOSE SEASON-CALENDAR-FILE.

           IF WS-SEASON-COUNT = 0
             DISPLAY "No seasons on the calendar."
           END-IF.

           MOVE 0 TO RETURN-CODE.

       0001-SET-STATUS-TEXT.
           EVALUATE WS-SEASON-STATUS
             WHEN 'C'
               MOVE "CLOSED" TO WS-STATUS-TEXT
             WHEN 'F'
               MOVE "CLOSING" TO WS-STATUS-TEXT
             WHEN OTHER
               MOVE "OPEN" TO WS-STATUS-TEXT
           END-EVALUATE.

       0001-FIND-SEASON.
           PERFORM 0001-OPEN-CALENDAR.

           PERFORM UNTIL WS-EOF
             READ SEASON-CALENDAR-FILE
               AT END
                 SET WS-EOF TO TRUE
               NOT AT END
                 IF SEA-SEASON-ID = WS-SEASON-ID
                   SET WS-SEASON-FOUND TO TRUE
                   MOVE SEA-FROM-DATE TO WS-SEASON-FROM-DATE
                   MOVE SEA-TO-DATE   TO WS-SEASON-TO-DATE
                   MOVE SEA-STATUS    TO WS-SEASON-STATUS
                   SET WS-EOF TO TRUE
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE SEASON-CALENDAR-FILE.

           IF NOT WS-SEASON-FOUND
             DISPLAY "SEASON-REPORT: season " WS-SEASON-ID
                     " is not on season-calendar.dat."
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.

       0001-LOAD-STANDINGS.
           MOVE 'N' TO WS-EOF-SW.

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
                     DISPLAY "SEASON-REPORT: more than 50 players in "
                             "the standings -- raise the table size."
                     MOVE 8 TO RETURN-CODE
                     STOP RUN
                   END-IF

                   ADD 1 TO WS-STANDING-COUNT
                   SET STD-IDX TO WS-STANDING-COUNT
                   MOVE SST-RANK      TO WS-STD-RANK(STD-IDX)
                   MOVE SST-PLAYER-ID TO WS-STD-PLAYER-ID(STD-IDX)
                   MOVE SST-PLAYER-ID TO WS-STD-PLAYER-NAME(STD-IDX)
                   MOVE SST-RATING    TO WS-STD-RATING(STD-IDX)
                   MOVE SST-WINS      TO WS-STD-WINS(STD-IDX)
                   MOVE SST-LOSSES    TO WS-STD-LOSSES(STD-IDX)
                   MOVE SST-DRAWS     TO WS-STD-DRAWS(STD-IDX)
                   MOVE SST-FROZEN-DATETIME TO WS-FROZEN-DATETIME
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE STANDINGS-FILE.

       0001-RESOLVE-PLAYER-NAMES.
           MOVE 'N' TO WS-EOF-SW.

           OPEN INPUT PLAYER-REGISTRY-FILE.

           IF WS-PLAYER-REG-FILE-STATUS-OK
             PERFORM UNTIL WS-EOF
               READ PLAYER-REGISTRY-FILE
                 AT END
                   SET WS-EOF TO TRUE
                 NOT AT END
                   PERFORM VARYING STD-IDX FROM 1 BY 1
                     UNTIL STD-IDX > WS-STANDING-COUNT

                     IF WS-STD-PLAYER-ID(STD-IDX) = PLAYER-REG-ID
                       MOVE PLAYER-REG-NAME
                         TO WS-STD-PLAYER-NAME(STD-IDX)
                     END-IF
                   END-PERFORM
               END-READ
             END-PERFORM

             CLOSE PLAYER-REGISTRY-FILE
           END-IF.

       0001-FILE-ERROR-ABORT.
           DISPLAY "SEASON-REPORT: file error on " WS-FAIL-FILE-NAME
                   " status " WS-FAIL-STATUS.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       0001-DISPLAY-STANDINGS.
           PERFORM 0001-SET-STATUS-TEXT.

           DISPLAY "SEASON STANDINGS " WS-SEASON-ID.
           DISPLAY "Season: " WS-SEASON-FROM-DATE " to "
                   WS-SEASON-TO-DATE "  " WS-STATUS-TEXT.

      * An open season has no frozen standings; its live table is
      * MATCH-LEDGER's.
           IF WS-STANDING-COUNT = 0
             DISPLAY "No frozen standings for this season; an open "
                     "season's standings are on the MATCH-LEDGER run."
             MOVE 4 TO RETURN-CODE
             EXIT PARAGRAPH
           END-IF.

           DISPLAY "Frozen: " WS-FROZEN-DATETIME(1:8) " "
                   WS-FROZEN-DATETIME(9:4).
           DISPLAY " ".
           DISPLAY "RANK PLAYER               RATING   WINS LOSSES "
                   " DRAWS".

           PERFORM VARYING STD-IDX FROM 1 BY 1
             UNTIL STD-IDX > WS-STANDING-COUNT

             DISPLAY WS-STD-RANK(STD-IDX) "  "
                     WS-STD-PLAYER-NAME(STD-IDX) " "
                     WS-STD-RATING(STD-IDX) "  "
                     WS-STD-WINS(STD-IDX) "  "
                     WS-STD-LOSSES(STD-IDX) "  "
                     WS-STD-DRAWS(STD-IDX)
           END-PERFORM.

           MOVE 0 TO RETURN-CODE.
