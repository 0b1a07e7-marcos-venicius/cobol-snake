       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOUSE-RULES-REPORT.
       AUTHOR. MARCOS-VENICIUS.

      * Weekly house-rules report for the venue and parents. The week
      * is seven days from house-report-parms.txt line 1 (YYYYMMDD);
      * with no parm it is the seven days ending yesterday.
      * Refused starts come from refused-starts.dat, which PLAYER-GAME
      * appends one row per refused seat to; the seats of one refused
      * start share its datetime and cabinet, so a start is counted
      * once however many of its seats were refused. They are totalled
      * by reason, by day and by cabinet.
      * Players at their limits: every game a player started in the
      * week (session-log.dat and any cabinet staging file not yet
      * merged; demo and UNKNOWN rows excluded) is counted per day and
      * held against the L rows of house-rules.txt as they stand at
      * the run. A day counts as at the games limit when the games
      * played reached it, and likewise for minutes -- whether or not
      * the player then tried to start another game. Every player at
      * a limit on any day, or refused a start in the week, is listed.
      * Return code 0, 8 on a file error or a bad parm.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOUSE-PARM-FILE ASSIGN TO "house-report-parms.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT HOUSE-RULES-FILE ASSIGN TO "house-rules.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HOUSE-RULES-FILE-STATUS.

           SELECT SESSION-LOG-FILE ASSIGN USING WS-SESSION-LOG-FILE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SESSION-LOG-FILE-STATUS.

           SELECT REFUSED-STARTS-FILE ASSIGN TO "refused-starts.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REFUSED-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD HOUSE-PARM-FILE.
       01 HOUSE-PARM-REC                PIC X(8).

       FD HOUSE-RULES-FILE.
       01 HOUSE-RULES-REC.
         05 HR-TYPE        PIC X(1).
         05 FILLER         PIC X(1).
         05 HR-KEY         PIC X(8).
         05 FILLER         PIC X(1).
         05 HR-VALUE-1     PIC X(4).
         05 FILLER         PIC X(1).
         05 HR-VALUE-2     PIC X(4).

       FD SESSION-LOG-FILE.
       01 SESSION-LOG-REC.
         05 SESSION-LOG-START-DATETIME PIC X(21).
         05 FILLER                     PIC X(1).
         05 SESSION-LOG-END-DATETIME   PIC X(21).
         05 FILLER                     PIC X(1).
         05 SESSION-LOG-POINTS         PIC 9(3).
         05 FILLER                     PIC X(1).
         05 SESSION-LOG-SNAKE-SIZE     PIC 9(3).
         05 FILLER                     PIC X(1).
         05 SESSION-LOG-FRUIT-EATEN    PIC 9(3).
         05 FILLER                     PIC X(1).
         05 SESSION-LOG-PLAYER-NUMBER  PIC X(1).
         05 FILLER                     PIC X(1).
         05 SESSION-LOG-PLAYER-ID      PIC X(8).
         05 FILLER                     PIC X(1).
         05 SESSION-LOG-DEMO-FLAG      PIC X(1).
         05 FILLER                     PIC X(1).
         05 SESSION-LOG-END-REASON     PIC X(1).

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
       01 WS-PARM-FILE-STATUS           PIC X(2)  VALUE '00'.
         88 WS-PARM-FILE-STATUS-OK               VALUE '00'.
       01 WS-HOUSE-RULES-FILE-STATUS    PIC X(2)  VALUE '00'.
         88 WS-HOUSE-RULES-STATUS-OK             VALUE '00'.
       01 WS-SESSION-LOG-FILE-STATUS    PIC X(2)  VALUE '00'.
         88 WS-SESSION-LOG-FILE-STATUS-OK        VALUE '00'.
       01 WS-REFUSED-FILE-STATUS        PIC X(2)  VALUE '00'.
         88 WS-REFUSED-FILE-STATUS-OK            VALUE '00'.
       01 WS-EOF-SW                     PIC X(1)  VALUE 'N'.
         88 WS-EOF                               VALUE 'Y'.
       01 WS-FAIL-FILE-NAME             PIC X(24) VALUE SPACES.
       01 WS-FAIL-STATUS                PIC X(2)  VALUE SPACES.
       01 WS-SESSION-LOG-FILE-NAME      PIC X(24) VALUE SPACES.
       01 WS-CABINET-NUMBER             PIC 9(2)  VALUE 0.
       01 WS-CABINET-DIGIT              PIC 9(1)  VALUE 0.

       01 WS-WEEK-FROM                  PIC X(8)  VALUE SPACES.
       01 WS-WEEK-FROM-NUM REDEFINES WS-WEEK-FROM PIC 9(8).
       01 WS-WEEK-TO                    PIC X(8)  VALUE SPACES.
       01 WS-WEEK-FROM-DAY              PIC 9(7)  VALUE 0.
       01 WS-TODAY                      PIC X(8)  VALUE SPACES.
       01 WS-TODAY-NUM REDEFINES WS-TODAY PIC 9(8).
       01 WS-WEEK-DATES.
         05 WS-WEEK-DATE OCCURS 7 TIMES PIC 9(8).
       01 WS-DAY                        PIC 9(2)  VALUE 0.
       01 WS-ROW-DATE                   PIC X(8)  VALUE SPACES.
       01 WS-ROW-DATE-NUM REDEFINES WS-ROW-DATE PIC 9(8).

       01 WS-STAMP                      PIC X(14) VALUE SPACES.
       01 WS-STAMP-PARTS REDEFINES WS-STAMP.
         05 WS-STAMP-DATE               PIC 9(8).
         05 WS-STAMP-HH                 PIC 9(2).
         05 WS-STAMP-MI                 PIC 9(2).
         05 WS-STAMP-SS                 PIC 9(2).
       01 WS-STAMP-SECONDS              PIC 9(11) VALUE 0.
       01 WS-START-SECONDS              PIC 9(11) VALUE 0.

       01 WS-DEFAULT-LIMIT-SW           PIC X(1)  VALUE 'N'.
         88 WS-DEFAULT-LIMIT                     VALUE 'Y'.
       01 WS-DEFAULT-MAX-GAMES          PIC 9(4)  VALUE 0.
       01 WS-DEFAULT-MAX-MINUTES        PIC 9(4)  VALUE 0.
       01 WS-LOOKUP-ID                  PIC X(8)  VALUE SPACES.

       01 WS-PLAYER-TABLE.
         05 WS-PLAYER-ENTRY OCCURS 200 TIMES
           INDEXED BY PLR-IDX.
           10 WS-PLR-ID             PIC X(8).
           10 WS-PLR-LIMIT-SW       PIC X(1).
             88 WS-PLR-OWN-LIMIT              VALUE 'Y'.
           10 WS-PLR-MAX-GAMES      PIC 9(4).
           10 WS-PLR-MAX-MINUTES    PIC 9(4).
           10 WS-PLR-DAY OCCURS 7 TIMES.
             15 WS-PLR-DAY-GAMES    PIC 9(4).
             15 WS-PLR-DAY-SECONDS  PIC 9(7).
           10 WS-PLR-GAMES-DAYS     PIC 9(1).
           10 WS-PLR-MINUTES-DAYS   PIC 9(1).
           10 WS-PLR-REFUSED        PIC 9(5).
           10 WS-PLR-REFUSED-LIMIT  PIC 9(5).
       01 WS-PLAYER-COUNT               PIC 9(3)  VALUE 0.
       01 WS-DAY-MINUTES                PIC 9(5)  VALUE 0.

       01 WS-REFUSED-STARTS             PIC 9(5)  VALUE 0.
       01 WS-REFUSED-BLOCKED            PIC 9(5)  VALUE 0.
       01 WS-REFUSED-HOURS              PIC 9(5)  VALUE 0.
       01 WS-REFUSED-GAMES              PIC 9(5)  VALUE 0.
       01 WS-REFUSED-MINUTES            PIC 9(5)  VALUE 0.
       01 WS-REFUSED-DAY-TABLE.
         05 WS-REFUSED-DAY OCCURS 7 TIMES PIC 9(5).
      * Slot 1 is a stand-alone machine (no CABINET id), slots 2-10
      * cabinets 1-9.
       01 WS-REFUSED-CAB-TABLE.
         05 WS-REFUSED-CAB OCCURS 10 TIMES PIC 9(5).
       01 WS-SLOT                       PIC 9(2)  VALUE 0.
       01 WS-LAST-START-KEY             PIC X(22) VALUE SPACES.
       01 WS-THIS-START-KEY             PIC X(22) VALUE SPACES.
       01 WS-LISTED-COUNT               PIC 9(3)  VALUE 0.
       01 WS-CAB-LABEL                  PIC X(12) VALUE SPACES.
       01 WS-MAX-GAMES-DISP             PIC X(4)  VALUE SPACES.
       01 WS-MAX-MINUTES-DISP           PIC X(4)  VALUE SPACES.

       PROCEDURE DIVISION.
       0001-MAIN-LOGIC.
           PERFORM 0001-READ-PARMS.
           PERFORM 0001-SET-WEEK.

           INITIALIZE WS-PLAYER-TABLE.
           INITIALIZE WS-REFUSED-DAY-TABLE.
           INITIALIZE WS-REFUSED-CAB-TABLE.

           PERFORM 0001-READ-SESSION-LOGS.
           PERFORM 0001-READ-REFUSED-STARTS.
           PERFORM 0001-LOAD-LIMITS.
           PERFORM 0001-APPLY-LIMITS.
           PERFORM 0001-DISPLAY-REPORT.

           MOVE 0 TO RETURN-CODE.
           STOP RUN.

       0001-READ-PARMS.
           OPEN INPUT HOUSE-PARM-FILE.

           IF WS-PARM-FILE-STATUS-OK
             READ HOUSE-PARM-FILE
               AT END
                 CONTINUE
               NOT AT END
                 IF HOUSE-PARM-REC NOT = SPACES
                   MOVE HOUSE-PARM-REC TO WS-WEEK-FROM
                 END-IF
             END-READ

             CLOSE HOUSE-PARM-FILE
           ELSE
             IF WS-PARM-FILE-STATUS NOT = '35'
               MOVE "house-report-parms.txt" TO WS-FAIL-FILE-NAME
               MOVE WS-PARM-FILE-STATUS TO WS-FAIL-STATUS
               PERFORM 0001-FILE-ERROR-ABORT
             END-IF
           END-IF.

           IF WS-WEEK-FROM = SPACES
             MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY
             COMPUTE WS-WEEK-FROM-NUM = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE(WS-TODAY-NUM) - 7)
           END-IF.

           IF WS-WEEK-FROM IS NOT NUMERIC
             OR WS-WEEK-FROM-NUM < 16010101
             DISPLAY "HOUSE-RULES-REPORT: house-report-parms.txt line "
                     "1 must be the first day of the week, YYYYMMDD."
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.

       0001-SET-WEEK.
           COMPUTE WS-WEEK-FROM-DAY =
             FUNCTION INTEGER-OF-DATE(WS-WEEK-FROM-NUM).

           PERFORM VARYING WS-DAY FROM 1 BY 1 UNTIL WS-DAY > 7
             COMPUTE WS-WEEK-DATE(WS-DAY) = FUNCTION DATE-OF-INTEGER
               (WS-WEEK-FROM-DAY + WS-DAY - 1)
           END-PERFORM.

           MOVE WS-WEEK-DATE(7) TO WS-WEEK-TO.

       0001-DAY-OF-WEEK.
      * WS-DAY = 1-7 for a WS-ROW-DATE inside the week, 0 outside it.
           MOVE 0 TO WS-DAY.

           IF WS-ROW-DATE IS NOT NUMERIC
             OR WS-ROW-DATE < WS-WEEK-FROM
             OR WS-ROW-DATE > WS-WEEK-TO
             EXIT PARAGRAPH
           END-IF.

           COMPUTE WS-DAY = FUNCTION INTEGER-OF-DATE(WS-ROW-DATE-NUM)
             - WS-WEEK-FROM-DAY + 1.

       0001-READ-SESSION-LOGS.
      * Staging rows are emptied into session-log.dat when merged, so
      * the shared file and all nine staging files hold each game
      * once.
           MOVE "session-log.dat" TO WS-SESSION-LOG-FILE-NAME.
           PERFORM 0001-READ-SESSION-LOG.

           PERFORM VARYING WS-CABINET-NUMBER FROM 1 BY 1
             UNTIL WS-CABINET-NUMBER > 9
             MOVE WS-CABINET-NUMBER TO WS-CABINET-DIGIT
             MOVE SPACES TO WS-SESSION-LOG-FILE-NAME
             STRING "session-log-cab" WS-CABINET-DIGIT ".dat"
               DELIMITED BY SIZE
               INTO WS-SESSION-LOG-FILE-NAME
             PERFORM 0001-READ-SESSION-LOG
           END-PERFORM.

       0001-READ-SESSION-LOG.
           MOVE 'N' TO WS-EOF-SW.

           OPEN INPUT SESSION-LOG-FILE.

           IF NOT WS-SESSION-LOG-FILE-STATUS-OK
             IF WS-SESSION-LOG-FILE-STATUS NOT = '35'
               MOVE WS-SESSION-LOG-FILE-NAME TO WS-FAIL-FILE-NAME
               MOVE WS-SESSION-LOG-FILE-STATUS TO WS-FAIL-STATUS
               PERFORM 0001-FILE-ERROR-ABORT
             END-IF
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF
             READ SESSION-LOG-FILE
               AT END
                 SET WS-EOF TO TRUE
               NOT AT END
                 IF SESSION-LOG-DEMO-FLAG NOT = 'Y'
                   AND SESSION-LOG-PLAYER-ID NOT = 'UNKNOWN'
                   AND SESSION-LOG-PLAYER-ID NOT = SPACES
                   PERFORM 0001-COUNT-SESSION-ROW
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE SESSION-LOG-FILE.

       0001-COUNT-SESSION-ROW.
           MOVE SESSION-LOG-START-DATETIME(1:8) TO WS-ROW-DATE.
           PERFORM 0001-DAY-OF-WEEK.

           IF WS-DAY = 0
             EXIT PARAGRAPH
           END-IF.

           MOVE SESSION-LOG-PLAYER-ID TO WS-LOOKUP-ID.
           PERFORM 0001-FIND-PLAYER.

           ADD 1 TO WS-PLR-DAY-GAMES(PLR-IDX, WS-DAY).

           MOVE SESSION-LOG-START-DATETIME(1:14) TO WS-STAMP.
           PERFORM 0001-STAMP-TO-SECONDS.
           MOVE WS-STAMP-SECONDS TO WS-START-SECONDS.

           MOVE SESSION-LOG-END-DATETIME(1:14) TO WS-STAMP.
           PERFORM 0001-STAMP-TO-SECONDS.

           IF WS-STAMP-SECONDS > WS-START-SECONDS
             COMPUTE WS-PLR-DAY-SECONDS(PLR-IDX, WS-DAY) =
               WS-PLR-DAY-SECONDS(PLR-IDX, WS-DAY)
               + WS-STAMP-SECONDS - WS-START-SECONDS
           END-IF.

       0001-STAMP-TO-SECONDS.
           MOVE 0 TO WS-STAMP-SECONDS.

           IF WS-STAMP IS NUMERIC
             AND WS-STAMP-DATE > 16010101
             COMPUTE WS-STAMP-SECONDS =
               FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE) * 86400
               + WS-STAMP-HH * 3600
               + WS-STAMP-MI * 60
               + WS-STAMP-SS
           END-IF.

       0001-FIND-PLAYER.
      * Leaves PLR-IDX on the player's entry, adding it if new.
           PERFORM VARYING PLR-IDX FROM 1 BY 1
             UNTIL PLR-IDX > WS-PLAYER-COUNT
             IF WS-PLR-ID(PLR-IDX) = WS-LOOKUP-ID
               EXIT PARAGRAPH
             END-IF
           END-PERFORM.

           IF WS-PLAYER-COUNT >= 200
             DISPLAY "HOUSE-RULES-REPORT: more than 200 players in "
                     "the week -- raise the table size."
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.

           ADD 1 TO WS-PLAYER-COUNT.
           SET PLR-IDX TO WS-PLAYER-COUNT.
           MOVE WS-LOOKUP-ID TO WS-PLR-ID(PLR-IDX).

       0001-READ-REFUSED-STARTS.
           MOVE 'N' TO WS-EOF-SW.

           OPEN INPUT REFUSED-STARTS-FILE.

           IF NOT WS-REFUSED-FILE-STATUS-OK
             IF WS-REFUSED-FILE-STATUS NOT = '35'
               MOVE "refused-starts.dat" TO WS-FAIL-FILE-NAME
               MOVE WS-REFUSED-FILE-STATUS TO WS-FAIL-STATUS
               PERFORM 0001-FILE-ERROR-ABORT
             END-IF
             EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF
             READ REFUSED-STARTS-FILE
               AT END
                 SET WS-EOF TO TRUE
               NOT AT END
                 PERFORM 0001-COUNT-REFUSED-ROW
             END-READ
           END-PERFORM.

           CLOSE REFUSED-STARTS-FILE.

       0001-COUNT-REFUSED-ROW.
           MOVE RFS-DATETIME(1:8) TO WS-ROW-DATE.
           PERFORM 0001-DAY-OF-WEEK.

           IF WS-DAY = 0
             EXIT PARAGRAPH
           END-IF.

           EVALUATE RFS-REASON
             WHEN 'BLOCKED'
               ADD 1 TO WS-REFUSED-BLOCKED
             WHEN 'HOURS'
               ADD 1 TO WS-REFUSED-HOURS
             WHEN 'GAMES'
               ADD 1 TO WS-REFUSED-GAMES
             WHEN 'MINUTES'
               ADD 1 TO WS-REFUSED-MINUTES
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

           STRING RFS-DATETIME RFS-CABINET-ID
             DELIMITED BY SIZE
             INTO WS-THIS-START-KEY.

           IF WS-THIS-START-KEY NOT = WS-LAST-START-KEY
             MOVE WS-THIS-START-KEY TO WS-LAST-START-KEY
             ADD 1 TO WS-REFUSED-STARTS
             ADD 1 TO WS-REFUSED-DAY(WS-DAY)

             IF RFS-CABINET-ID >= '1' AND RFS-CABINET-ID <= '9'
               COMPUTE WS-SLOT = FUNCTION NUMVAL(RFS-CABINET-ID) + 1
             ELSE
               MOVE 1 TO WS-SLOT
             END-IF

             ADD 1 TO WS-REFUSED-CAB(WS-SLOT)
           END-IF.

           IF RFS-PLAYER-ID NOT = SPACES
             MOVE RFS-PLAYER-ID TO WS-LOOKUP-ID
             PERFORM 0001-FIND-PLAYER
             ADD 1 TO WS-PLR-REFUSED(PLR-IDX)

             IF RFS-REASON = 'GAMES' OR RFS-REASON = 'MINUTES'
               ADD 1 TO WS-PLR-REFUSED-LIMIT(PLR-IDX)
             END-IF
           END-IF.

       0001-LOAD-LIMITS.
           MOVE 'N' TO WS-EOF-SW.

           OPEN INPUT HOUSE-RULES-FILE.

           IF NOT WS-HOUSE-RULES-STATUS-OK
             IF WS-HOUSE-RULES-FILE-STATUS NOT = '35'
               MOVE "house-rules.txt" TO WS-FAIL-FILE-NAME
               MOVE WS-HOUSE-RULES-FILE-STATUS TO WS-FAIL-STATUS
               PERFORM 0001-FILE-ERROR-ABORT
             END-IF
             EXIT PARAGRAPH
           END-IF.

      * Only the limits matter here; PLAYER-GAME is where a malformed
      * rule stops play, so a row that is not a readable L row is
      * passed over.
           PERFORM UNTIL WS-EOF
             READ HOUSE-RULES-FILE
               AT END
                 SET WS-EOF TO TRUE
               NOT AT END
                 IF HR-TYPE = 'L'
                   AND HR-KEY NOT = SPACES
                   AND HR-VALUE-1 IS NUMERIC
                   AND HR-VALUE-2 IS NUMERIC
                   PERFORM 0001-LOAD-LIMIT-ROW
                 END-IF
             END-READ
           END-PERFORM.

           CLOSE HOUSE-RULES-FILE.

       0001-LOAD-LIMIT-ROW.
           IF HR-KEY = '*'
             SET WS-DEFAULT-LIMIT TO TRUE
             MOVE HR-VALUE-1 TO WS-DEFAULT-MAX-GAMES
             MOVE HR-VALUE-2 TO WS-DEFAULT-MAX-MINUTES
             EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING PLR-IDX FROM 1 BY 1
             UNTIL PLR-IDX > WS-PLAYER-COUNT
             IF WS-PLR-ID(PLR-IDX) = HR-KEY
               MOVE 'Y'        TO WS-PLR-LIMIT-SW(PLR-IDX)
               MOVE HR-VALUE-1 TO WS-PLR-MAX-GAMES(PLR-IDX)
               MOVE HR-VALUE-2 TO WS-PLR-MAX-MINUTES(PLR-IDX)
             END-IF
           END-PERFORM.

       0001-APPLY-LIMITS.
           PERFORM VARYING PLR-IDX FROM 1 BY 1
             UNTIL PLR-IDX > WS-PLAYER-COUNT
             IF NOT WS-PLR-OWN-LIMIT(PLR-IDX) AND WS-DEFAULT-LIMIT
               MOVE WS-DEFAULT-MAX-GAMES   TO WS-PLR-MAX-GAMES(PLR-IDX)
               MOVE WS-DEFAULT-MAX-MINUTES TO
                 WS-PLR-MAX-MINUTES(PLR-IDX)
             END-IF

             PERFORM VARYING WS-DAY FROM 1 BY 1 UNTIL WS-DAY > 7
               IF WS-PLR-MAX-GAMES(PLR-IDX) > 0
                 AND WS-PLR-DAY-GAMES(PLR-IDX, WS-DAY) >=
                   WS-PLR-MAX-GAMES(PLR-IDX)
                 ADD 1 TO WS-PLR-GAMES-DAYS(PLR-IDX)
               END-IF

               COMPUTE WS-DAY-MINUTES =
                 WS-PLR-DAY-SECONDS(PLR-IDX, WS-DAY) / 60

               IF WS-PLR-MAX-MINUTES(PLR-IDX) > 0
                 AND WS-DAY-MINUTES >= WS-PLR-MAX-MINUTES(PLR-IDX)
                 ADD 1 TO WS-PLR-MINUTES-DAYS(PLR-IDX)
               END-IF
             END-PERFORM
           END-PERFORM.

       0001-FILE-ERROR-ABORT.
           DISPLAY "HOUSE-RULES-REPORT: file error on "
                   WS-FAIL-FILE-NAME " status " WS-FAIL-STATUS.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       0001-DISPLAY-REPORT.
           DISPLAY "HOUSE RULES WEEKLY REPORT".
           DISPLAY "Week: " WS-WEEK-FROM " to " WS-WEEK-TO.

           DISPLAY " ".
           DISPLAY "REFUSED STARTS".
           DISPLAY "Starts refused:          " WS-REFUSED-STARTS.
           DISPLAY "  seats blocked:         " WS-REFUSED-BLOCKED.
           DISPLAY "  seats outside hours:   " WS-REFUSED-HOURS.
           DISPLAY "  seats at games limit:  " WS-REFUSED-GAMES.
           DISPLAY "  seats at minutes limit:" WS-REFUSED-MINUTES.

           IF WS-REFUSED-STARTS > 0
             DISPLAY "  DAY       STARTS"
             PERFORM VARYING WS-DAY FROM 1 BY 1 UNTIL WS-DAY > 7
               DISPLAY "  " WS-WEEK-DATE(WS-DAY) "  "
                       WS-REFUSED-DAY(WS-DAY)
             END-PERFORM

             DISPLAY "  CABINET       STARTS"
             PERFORM VARYING WS-SLOT FROM 1 BY 1 UNTIL WS-SLOT > 10
               IF WS-REFUSED-CAB(WS-SLOT) > 0
                 IF WS-SLOT = 1
                   MOVE "STAND-ALONE" TO WS-CAB-LABEL
                 ELSE
                   MOVE SPACES TO WS-CAB-LABEL
                   COMPUTE WS-CABINET-DIGIT = WS-SLOT - 1
                   MOVE WS-CABINET-DIGIT TO WS-CAB-LABEL
                 END-IF
                 DISPLAY "  " WS-CAB-LABEL "  " WS-REFUSED-CAB(WS-SLOT)
               END-IF
             END-PERFORM
           END-IF.

           DISPLAY " ".
           DISPLAY "PLAYERS AT THEIR LIMITS".
           DISPLAY "Limits as house-rules.txt stands today; ---- is "
                   "no limit.".
           DISPLAY "  PLAYER    MAX-G MAX-M  DAYS-AT-G DAYS-AT-M"
                   "  REFUSED AT-LIMIT".

           MOVE 0 TO WS-LISTED-COUNT.

           PERFORM VARYING PLR-IDX FROM 1 BY 1
             UNTIL PLR-IDX > WS-PLAYER-COUNT
             IF WS-PLR-GAMES-DAYS(PLR-IDX) > 0
               OR WS-PLR-MINUTES-DAYS(PLR-IDX) > 0
               OR WS-PLR-REFUSED(PLR-IDX) > 0
               PERFORM 0001-DISPLAY-PLAYER
             END-IF
           END-PERFORM.

           IF WS-LISTED-COUNT = 0
             DISPLAY "  (none)"
           END-IF.

       0001-DISPLAY-PLAYER.
           ADD 1 TO WS-LISTED-COUNT.

           IF WS-PLR-MAX-GAMES(PLR-IDX) = 0
             MOVE "----" TO WS-MAX-GAMES-DISP
           ELSE
             MOVE WS-PLR-MAX-GAMES(PLR-IDX) TO WS-MAX-GAMES-DISP
           END-IF.

           IF WS-PLR-MAX-MINUTES(PLR-IDX) = 0
             MOVE "----" TO WS-MAX-MINUTES-DISP
           ELSE
             MOVE WS-PLR-MAX-MINUTES(PLR-IDX) TO WS-MAX-MINUTES-DISP
           END-IF.

           DISPLAY "  " WS-PLR-ID(PLR-IDX)
                   "  " WS-MAX-GAMES-DISP
                   "  " WS-MAX-MINUTES-DISP
                   "          " WS-PLR-GAMES-DAYS(PLR-IDX)
                   "         " WS-PLR-MINUTES-DAYS(PLR-IDX)
                   "    " WS-PLR-REFUSED(PLR-IDX)
                   "    " WS-PLR-REFUSED-LIMIT(PLR-IDX).
