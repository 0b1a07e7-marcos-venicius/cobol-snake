       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATA-VALIDATE.
       AUTHOR. MARCOS-VENICIUS.

      * Record-level content check of the shared data files, run as
      * the first step of the night. The file-status handling in every
      * program catches a file that cannot be opened; this catches the
      * file that opens fine and holds garbage -- a hand edit that
      * shifted a column, a number with a letter in it, a code no
      * program writes -- before EOD-CLOSE, ARCHIVE-PURGE or the
      * extract carry it any further. Each record is held against its
      * layout and the values the writing program can produce:
      *   scores.dat          points, datetime, player id
      *   session-log.dat     start/end datetimes, points, snake size,
      *                       fruit, seat 1/2, demo flag N/Y/V, end
      *                       reason W/S/O/C/Q/G, player id
      *   players.dat         id and name present, id not repeated
      *   daily-summary.dat   record type D/Z, date, the D figures,
      *                       end-reason counts not above games,
      *                       and every day with D rows closed by
      *                       exactly one Z row
      *   ratings.dat         rating and W/L/D numeric, id not repeated
      *   achievements.dat    code in the catalogue, player id,
      *                       datetime, points
      *   match-history.dat   start datetime, both player ids and
      *                       points, result 1/2/D, end reason, demo
      *                       flag N/Y/V/S
      *   feed-control.dat    from/to dates in order, sent datetime,
      *                       count and points totals, status
      *                       SENT/ACCEPTED/REJECTED
      *   season-calendar.dat season id present and not repeated,
      *                       from/to dates in order, status blank/F/C,
      *                       close datetime on a closed season
      * Every record is also checked for the single-space separators
      * between its fields (rule LAYOUT), which is how a shifted hand
      * edit shows itself. Rows written before a field existed carry
      * spaces there -- seat, player id, demo flag and end reason on
      * old session rows -- and spaces are accepted in those fields.
      * A player id must be on players.dat unless it is blank, UNKNOWN
      * (no one signed in) or DEMO (the computer seat); PLAYER-GAME
      * plays unregistered ids under their raw id, so an unknown id is
      * a severity 2 finding, not a damaged record.
      *
      * Findings go to validation-exceptions.dat, rewritten every run:
      * file, record number, field, rule broken, severity (3 damaged
      * record, 2 inconsistent) and the offending value. A file that
      * does not exist is not a finding. validate-parms.txt is
      * optional; line 1 is the severity threshold 1-3 (default 3).
      * Return code 8 when any finding is at or above the threshold --
      * NIGHT-RUN stops there, so bad data never reaches the steps
      * behind it -- 4 for findings below it, 0 for clean files.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VALIDATE-PARM-FILE ASSIGN TO "validate-parms.txt"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT SCORES-FILE ASSIGN TO "scores.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SCORES-FILE-STATUS.

           SELECT SESSION-LOG-FILE ASSIGN TO "session-log.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SESSION-LOG-FILE-STATUS.

           SELECT PLAYER-REGISTRY-FILE ASSIGN TO "players.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PLAYER-REG-FILE-STATUS.

           SELECT DAILY-SUMMARY-FILE ASSIGN TO "daily-summary.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DAILY-SUMMARY-FILE-STATUS.

           SELECT RATINGS-FILE ASSIGN TO "ratings.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RATINGS-FILE-STATUS.

           SELECT ACHIEVEMENTS-FILE ASSIGN TO "achievements.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ACHIEVEMENTS-FILE-STATUS.

           SELECT MATCH-HISTORY-FILE ASSIGN TO "match-history.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MATCH-HISTORY-FILE-STATUS.

           SELECT FEED-CONTROL-FILE ASSIGN TO "feed-control.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-FEED-CONTROL-FILE-STATUS.

           SELECT SEASON-CALENDAR-FILE ASSIGN TO "season-calendar.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CALENDAR-FILE-STATUS.

           SELECT EXCEPTION-FILE ASSIGN TO "validation-exceptions.dat"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXCEPTION-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Every field is declared alphanumeric: this program reads the
      * bytes as they are, before anything trusts them to be numbers.
       FD VALIDATE-PARM-FILE.
       01 VALIDATE-PARM-REC             PIC X(8).

       FD SCORES-FILE.
       01 SCORE-REC.
         05 SCORE-REC-POINTS    PIC X(3).
         05 FILLER              PIC X(1).
         05 SCORE-REC-DATETIME  PIC X(21).
         05 FILLER              PIC X(1).
         05 SCORE-REC-PLAYER-ID PIC X(8).

       FD SESSION-LOG-FILE.
       01 SESSION-LOG-REC.
         05 SESSION-LOG-START-DATETIME PIC X(21).
         05 FILLER                     PIC X(1).
         05 SESSION-LOG-END-DATETIME   PIC X(21).
         05 FILLER                     PIC X(1).
         05 SESSION-LOG-POINTS         PIC X(3).
         05 FILLER                     PIC X(1).
         05 SESSION-LOG-SNAKE-SIZE     PIC X(3).
         05 FILLER                     PIC X(1).
         05 SESSION-LOG-FRUIT-EATEN    PIC X(3).
         05 FILLER                     PIC X(1).
         05 SESSION-LOG-PLAYER-NUMBER  PIC X(1).
         05 FILLER                     PIC X(1).
         05 SESSION-LOG-PLAYER-ID      PIC X(8).
         05 FILLER                     PIC X(1).
         05 SESSION-LOG-DEMO-FLAG      PIC X(1).
         05 FILLER                     PIC X(1).
         05 SESSION-LOG-END-REASON     PIC X(1).

       FD PLAYER-REGISTRY-FILE.
       01 PLAYER-REG-REC.
         05 PLAYER-REG-ID   PIC X(8).
         05 FILLER          PIC X(1).
         05 PLAYER-REG-NAME PIC X(20).

       FD DAILY-SUMMARY-FILE.
       01 DAILY-SUMMARY-REC.
         05 DSM-REC-TYPE        PIC X(1).
         05 FILLER              PIC X(1).
         05 DSM-DATE            PIC X(8).
         05 FILLER              PIC X(1).
         05 DSM-PLAYER-ID       PIC X(8).
         05 FILLER              PIC X(1).
         05 DSM-GAMES           PIC X(5).
         05 FILLER              PIC X(1).
         05 DSM-POINTS          PIC X(8).
         05 FILLER              PIC X(1).
         05 DSM-FRUIT-EATEN     PIC X(8).
         05 FILLER              PIC X(1).
         05 DSM-HIGH-SCORE      PIC X(3).
         05 FILLER              PIC X(1).
         05 DSM-END-COUNTS.
           10 DSM-END-ENTRY OCCURS 7 TIMES.
             15 DSM-END-COUNT   PIC X(5).
             15 FILLER          PIC X(1).

       01 DAILY-CLOSE-REC REDEFINES DAILY-SUMMARY-REC.
         05 DCL-REC-TYPE        PIC X(1).
         05 FILLER              PIC X(1).
         05 DCL-DATE            PIC X(8).
         05 FILLER              PIC X(1).
         05 DCL-CLOSE-DATETIME  PIC X(21).
         05 FILLER              PIC X(58).

       FD RATINGS-FILE.
       01 RATING-REC.
         05 RTG-PLAYER-ID       PIC X(8).
         05 FILLER              PIC X(1).
         05 RTG-RATING          PIC X(4).
         05 FILLER              PIC X(1).
         05 RTG-WINS            PIC X(5).
         05 FILLER              PIC X(1).
         05 RTG-LOSSES          PIC X(5).
         05 FILLER              PIC X(1).
         05 RTG-DRAWS           PIC X(5).

       FD ACHIEVEMENTS-FILE.
       01 ACHIEVEMENT-REC.
         05 ACH-CODE       PIC X(8).
         05 FILLER         PIC X(1).
         05 ACH-PLAYER-ID  PIC X(8).
         05 FILLER         PIC X(1).
         05 ACH-DATETIME   PIC X(21).
         05 FILLER         PIC X(1).
         05 ACH-POINTS     PIC X(3).

       FD MATCH-HISTORY-FILE.
       01 MATCH-HISTORY-REC.
         05 MH-START-DATETIME   PIC X(21).
         05 FILLER              PIC X(1).
         05 MH-PLAYER-1-ID      PIC X(8).
         05 FILLER              PIC X(1).
         05 MH-PLAYER-1-POINTS  PIC X(3).
         05 FILLER              PIC X(1).
         05 MH-PLAYER-2-ID      PIC X(8).
         05 FILLER              PIC X(1).
         05 MH-PLAYER-2-POINTS  PIC X(3).
         05 FILLER              PIC X(1).
         05 MH-RESULT           PIC X(1).
         05 FILLER              PIC X(1).
         05 MH-END-REASON       PIC X(1).
         05 FILLER              PIC X(1).
         05 MH-DEMO-FLAG        PIC X(1).

       FD FEED-CONTROL-FILE.
       01 FEED-CONTROL-REC.
         05 FC-FROM-DATE      PIC X(8).
         05 FILLER            PIC X(1).
         05 FC-TO-DATE        PIC X(8).
         05 FILLER            PIC X(1).
         05 FC-SENT-DATETIME  PIC X(21).
         05 FILLER            PIC X(1).
         05 FC-DETAIL-COUNT   PIC X(7).
         05 FILLER            PIC X(1).
         05 FC-POINTS-TOTAL   PIC X(8).
         05 FILLER            PIC X(1).
         05 FC-STATUS         PIC X(8).
         05 FILLER            PIC X(1).
         05 FC-REASON         PIC X(20).

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

       FD EXCEPTION-FILE.
       01 EXCEPTION-REC.
         05 VEX-FILE-NAME       PIC X(20).
         05 FILLER              PIC X(1).
         05 VEX-RECORD-NUMBER   PIC 9(7).
         05 FILLER              PIC X(1).
         05 VEX-FIELD           PIC X(14).
         05 FILLER              PIC X(1).
         05 VEX-RULE            PIC X(12).
         05 FILLER              PIC X(1).
         05 VEX-SEVERITY        PIC 9(1).
         05 FILLER              PIC X(1).
         05 VEX-VALUE           PIC X(21).

       WORKING-STORAGE SECTION.
       01 WS-PARM-FILE-STATUS           PIC X(2)  VALUE '00'.
         88 WS-PARM-FILE-STATUS-OK               VALUE '00'.
       01 WS-SCORES-FILE-STATUS         PIC X(2)  VALUE '00'.
         88 WS-SCORES-FILE-STATUS-OK             VALUE '00'.
       01 WS-SESSION-LOG-FILE-STATUS    PIC X(2)  VALUE '00'.
         88 WS-SESSION-LOG-FILE-STATUS-OK        VALUE '00'.
       01 WS-PLAYER-REG-FILE-STATUS     PIC X(2)  VALUE '00'.
         88 WS-PLAYER-REG-FILE-STATUS-OK         VALUE '00'.
       01 WS-DAILY-SUMMARY-FILE-STATUS  PIC X(2)  VALUE '00'.
         88 WS-DAILY-SUMMARY-STATUS-OK           VALUE '00'.
       01 WS-RATINGS-FILE-STATUS        PIC X(2)  VALUE '00'.
         88 WS-RATINGS-FILE-STATUS-OK            VALUE '00'.
       01 WS-ACHIEVEMENTS-FILE-STATUS   PIC X(2)  VALUE '00'.
         88 WS-ACHIEVEMENTS-STATUS-OK            VALUE '00'.
       01 WS-MATCH-HISTORY-FILE-STATUS  PIC X(2)  VALUE '00'.
         88 WS-MATCH-HISTORY-STATUS-OK           VALUE '00'.
       01 WS-FEED-CONTROL-FILE-STATUS   PIC X(2)  VALUE '00'.
         88 WS-FEED-CONTROL-STATUS-OK            VALUE '00'.
       01 WS-CALENDAR-FILE-STATUS       PIC X(2)  VALUE '00'.
         88 WS-CALENDAR-FILE-STATUS-OK           VALUE '00'.
       01 WS-EXCEPTION-FILE-STATUS      PIC X(2)  VALUE '00'.
         88 WS-EXCEPTION-FILE-STATUS-OK          VALUE '00'.
       01 WS-EOF-SW                     PIC X(1)  VALUE 'N'.
         88 WS-EOF                               VALUE 'Y'.

       01 WS-SEVERITY-THRESHOLD         PIC 9(1)  VALUE 3.

      * Same codes ACHIEVEMENT-REPORT carries in its catalogue.
       01 WS-ACH-CATALOG-VALUES.
         05 FILLER PIC X(8) VALUE 'CENTURY'.
         05 FILLER PIC X(8) VALUE 'FULLGRID'.
         05 FILLER PIC X(8) VALUE 'FRUIT10'.
         05 FILLER PIC X(8) VALUE 'OBST50'.
       01 WS-ACH-CATALOG REDEFINES WS-ACH-CATALOG-VALUES.
         05 WS-CATALOG-CODE OCCURS 4 TIMES
           INDEXED BY CATALOG-IDX        PIC X(8).

       01 WS-MONTH-DAYS-VALUES          PIC X(24)
           VALUE '312831303130313130313031'.
       01 WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
         05 WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(2).

       01 WS-REGISTRY-TABLE.
         05 WS-REGISTRY-ENTRY OCCURS 200 TIMES
           INDEXED BY REG-IDX.
           10 WS-REG-PLAYER-ID   PIC X(8).
       01 WS-REGISTRY-COUNT             PIC 9(3)  VALUE 0.
       01 WS-REGISTRY-LOADED-SW         PIC X(1)  VALUE 'N'.
         88 WS-REGISTRY-LOADED                   VALUE 'Y'.

      * Keys already seen in the file being checked, for DUP-KEY.
       01 WS-KEY-TABLE.
         05 WS-KEY-ENTRY OCCURS 200 TIMES
           INDEXED BY KEY-IDX.
           10 WS-KEY-VALUE       PIC X(8).
       01 WS-KEY-COUNT                  PIC 9(3)  VALUE 0.
       01 WS-KEY-FOUND-SW               PIC X(1)  VALUE 'N'.
         88 WS-KEY-FOUND                         VALUE 'Y'.

      * One entry per daily-summary.dat date: its detail and close
      * rows, and where its first detail row sits.
       01 WS-DAY-TABLE.
         05 WS-DAY-ENTRY OCCURS 3000 TIMES
           INDEXED BY DAY-IDX.
           10 WS-DAY-DATE        PIC X(8).
           10 WS-DAY-DETAIL-ROWS PIC 9(5).
           10 WS-DAY-CLOSE-ROWS  PIC 9(5).
           10 WS-DAY-FIRST-REC   PIC 9(7).
       01 WS-DAY-COUNT                  PIC 9(4)  VALUE 0.
       01 WS-DAY-FOUND-SW               PIC X(1)  VALUE 'N'.
         88 WS-DAY-FOUND                         VALUE 'Y'.

       01 WS-FILE-STATS.
         05 WS-FILE-STAT-ENTRY OCCURS 9 TIMES
           INDEXED BY FILE-IDX.
           10 WS-FST-NAME        PIC X(20).
           10 WS-FST-ROWS        PIC 9(7).
           10 WS-FST-FINDINGS    PIC 9(5).
           10 WS-FST-PRESENT-SW  PIC X(1).
             88 WS-FST-PRESENT             VALUE 'Y'.
       01 WS-FILE-NO                    PIC 9(1)  VALUE 0.

      * The field under test, its length, and the finding it raises.
       01 WS-CHK-VALUE                  PIC X(21) VALUE SPACES.
       01 WS-CHK-LENGTH                 PIC 9(2)  VALUE 0.
       01 WS-CHK-VALID-SW               PIC X(1)  VALUE 'N'.
         88 WS-CHK-VALID                         VALUE 'Y'.
       01 WS-CHK-STAMP                  PIC X(21) VALUE SPACES.
       01 WS-CHK-STAMP-PARTS REDEFINES WS-CHK-STAMP.
         05 WS-CHK-YMD         PIC X(8).
         05 WS-CHK-HH          PIC 9(2).
         05 WS-CHK-MI          PIC 9(2).
         05 WS-CHK-SS          PIC 9(2).
         05 WS-CHK-CC          PIC 9(2).
         05 WS-CHK-TZ-SIGN     PIC X(1).
         05 WS-CHK-TZ-OFFSET   PIC X(4).
       01 WS-CHK-DATE                   PIC X(8)  VALUE SPACES.
       01 WS-CHK-DATE-PARTS REDEFINES WS-CHK-DATE.
         05 WS-CHK-YYYY        PIC 9(4).
         05 WS-CHK-MM          PIC 9(2).
         05 WS-CHK-DD          PIC 9(2).
       01 WS-CHK-MONTH-DAYS             PIC 9(2)  VALUE 0.
       01 WS-CHK-COUNT                  PIC 9(5)  VALUE 0.
       01 WS-CHK-SUM                    PIC 9(7)  VALUE 0.
       01 WS-END-IDX                    PIC 9(1)  VALUE 0.

       01 WS-RECORD-NUMBER              PIC 9(7)  VALUE 0.
       01 WS-VEX-FILE-NAME              PIC X(20) VALUE SPACES.
       01 WS-VEX-FIELD                  PIC X(14) VALUE SPACES.
       01 WS-VEX-RULE                   PIC X(12) VALUE SPACES.
       01 WS-VEX-SEVERITY               PIC 9(1)  VALUE 0.
       01 WS-VEX-VALUE                  PIC X(21) VALUE SPACES.

       01 WS-FINDING-COUNT              PIC 9(7)  VALUE 0.
       01 WS-HELD-COUNT                 PIC 9(7)  VALUE 0.
       01 WS-FAIL-FILE-NAME             PIC X(26) VALUE SPACES.
       01 WS-FAIL-STATUS                PIC X(2)  VALUE SPACES.

       PROCEDURE DIVISION.
       0001-MAIN-LOGIC.
           PERFORM 0001-READ-PARMS.
           PERFORM 0001-INIT-FILE-STATS.

           OPEN OUTPUT EXCEPTION-FILE.

           IF NOT WS-EXCEPTION-FILE-STATUS-OK
             MOVE "validation-exceptions.dat" TO WS-FAIL-FILE-NAME
             MOVE WS-EXCEPTION-FILE-STATUS TO WS-FAIL-STATUS
             PERFORM 0001-FILE-ERROR-ABORT
           END-IF.

      * The registry goes first: every other file's ids are checked
      * against it.
           PERFORM 0001-VALIDATE-PLAYERS.
           PERFORM 0001-VALIDATE-SCORES.
           PERFORM 0001-VALIDATE-SESSION-LOG.
           PERFORM 0001-VALIDATE-DAILY-SUMMARY.
           PERFORM 0001-VALIDATE-RATINGS.
           PERFORM 0001-VALIDATE-ACHIEVEMENTS.
           PERFORM 0001-VALIDATE-MATCH-HISTORY.
           PERFORM 0001-VALIDATE-FEED-CONTROL.
           PERFORM 0001-VALIDATE-SEASON-CALENDAR.

           CLOSE EXCEPTION-FILE.

           PERFORM 0001-DISPLAY-SUMMARY.

           EVALUATE TRUE
             WHEN WS-HELD-COUNT > 0
               MOVE 8 TO RETURN-CODE
             WHEN WS-FINDING-COUNT > 0
               MOVE 4 TO RETURN-CODE
             WHEN OTHER
               MOVE 0 TO RETURN-CODE
           END-EVALUATE.

           STOP RUN.

       0001-READ-PARMS.
      * A missing file, or a line 1 outside 1-3, keeps the default.
           OPEN INPUT VALIDATE-PARM-FILE.

           IF NOT WS-PARM-FILE-STATUS-OK
             EXIT PARAGRAPH
           END-IF.

           READ VALIDATE-PARM-FILE
             AT END
               CONTINUE
             NOT AT END
               IF VALIDATE-PARM-REC(1:1) >= '1'
                 AND VALIDATE-PARM-REC(1:1) <= '3'
                 MOVE VALIDATE-PARM-REC(1:1) TO WS-SEVERITY-THRESHOLD
               END-IF
           END-READ.

           CLOSE VALIDATE-PARM-FILE.

       0001-INIT-FILE-STATS.
           MOVE "players.dat"         TO WS-FST-NAME(1).
           MOVE "scores.dat"          TO WS-FST-NAME(2).
           MOVE "session-log.dat"     TO WS-FST-NAME(3).
           MOVE "daily-summary.dat"   TO WS-FST-NAME(4).
           MOVE "ratings.dat"         TO WS-FST-NAME(5).
           MOVE "achievements.dat"    TO WS-FST-NAME(6).
           MOVE "match-history.dat"   TO WS-FST-NAME(7).
           MOVE "feed-control.dat"    TO WS-FST-NAME(8).
           MOVE "season-calendar.dat" TO WS-FST-NAME(9).

           PERFORM VARYING FILE-IDX FROM 1 BY 1 UNTIL FILE-IDX > 9
             MOVE 0   TO WS-FST-ROWS(FILE-IDX)
             MOVE 0   TO WS-FST-FINDINGS(FILE-IDX)
             MOVE 'N' TO WS-FST-PRESENT-SW(FILE-IDX)
           END-PERFORM.

       0001-START-FILE.
      * Called once a file has opened: counts it present and starts
      * its record numbering and duplicate-key table afresh.
           MOVE WS-FST-NAME(WS-FILE-NO) TO WS-VEX-FILE-NAME.
           MOVE 'Y' TO WS-FST-PRESENT-SW(WS-FILE-NO).
           MOVE 0   TO WS-RECORD-NUMBER.
           MOVE 0   TO WS-KEY-COUNT.
           MOVE 'N' TO WS-EOF-SW.

       0001-NEXT-RECORD.
           ADD 1 TO WS-RECORD-NUMBER.
           ADD 1 TO WS-FST-ROWS(WS-FILE-NO).

       0001-VALIDATE-PLAYERS.
           MOVE 1 TO WS-FILE-NO.

           OPEN INPUT PLAYER-REGISTRY-FILE.

           IF WS-PLAYER-REG-FILE-STATUS = '35'
             EXIT PARAGRAPH
           END-IF.

           IF NOT WS-PLAYER-REG-FILE-STATUS-OK
             MOVE "players.dat" TO WS-FAIL-FILE-NAME
             MOVE WS-PLAYER-REG-FILE-STATUS TO WS-FAIL-STATUS
             PERFORM 0001-FILE-ERROR-ABORT
           END-IF.

           PERFORM 0001-START-FILE.
           SET WS-REGISTRY-LOADED TO TRUE.

           PERFORM UNTIL WS-EOF
             READ PLAYER-REGISTRY-FILE
               AT END
                 SET WS-EOF TO TRUE
               NOT AT END
                 PERFORM 0001-NEXT-RECORD
                 PERFORM 0001-CHECK-PLAYER-REC
             END-READ
           END-PERFORM.

           CLOSE PLAYER-REGISTRY-FILE.

       0001-CHECK-PLAYER-REC.
           IF PLAYER-REG-REC(9:1) NOT = SPACE
             MOVE 'SEPARATOR'     TO WS-VEX-FIELD
             MOVE PLAYER-REG-REC  TO WS-CHK-VALUE
             PERFORM 0001-REPORT-LAYOUT
           END-IF.

           IF PLAYER-REG-NAME = SPACES
             MOVE 'PLAYER-NAME'   TO WS-VEX-FIELD
             MOVE PLAYER-REG-ID   TO WS-CHK-VALUE
             PERFORM 0001-REPORT-MISSING
           END-IF.

           IF PLAYER-REG-ID = SPACES
             MOVE 'PLAYER-ID'     TO WS-VEX-FIELD
             MOVE PLAYER-REG-NAME TO WS-CHK-VALUE
             PERFORM 0001-REPORT-MISSING
             EXIT PARAGRAPH
           END-IF.

           MOVE 'PLAYER-ID'   TO WS-VEX-FIELD.
           MOVE PLAYER-REG-ID TO WS-CHK-VALUE.
           PERFORM 0001-CHECK-DUPLICATE-KEY.

           IF WS-KEY-FOUND
             EXIT PARAGRAPH
           END-IF.

           IF WS-REGISTRY-COUNT >= 200
             DISPLAY "DATA-VALIDATE: more than 200 ids in players.dat"
                     " -- raise the table size."
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.

           ADD 1 TO WS-REGISTRY-COUNT.
           SET REG-IDX TO WS-REGISTRY-COUNT.
           MOVE PLAYER-REG-ID TO WS-REG-PLAYER-ID(REG-IDX).

       0001-VALIDATE-SCORES.
           MOVE 2 TO WS-FILE-NO.

           OPEN INPUT SCORES-FILE.

           IF WS-SCORES-FILE-STATUS = '35'
             EXIT PARAGRAPH
           END-IF.

           IF NOT WS-SCORES-FILE-STATUS-OK
             MOVE "scores.dat" TO WS-FAIL-FILE-NAME
             MOVE WS-SCORES-FILE-STATUS TO WS-FAIL-STATUS
             PERFORM 0001-FILE-ERROR-ABORT
           END-IF.

           PERFORM 0001-START-FILE.

           PERFORM UNTIL WS-EOF
             READ SCORES-FILE
               AT END
                 SET WS-EOF TO TRUE
               NOT AT END
                 PERFORM 0001-NEXT-RECORD
                 PERFORM 0001-CHECK-SCORE-REC
             END-READ
           END-PERFORM.

           CLOSE SCORES-FILE.

       0001-CHECK-SCORE-REC.
           IF SCORE-REC(4:1) NOT = SPACE
             OR SCORE-REC(26:1) NOT = SPACE
             MOVE 'SEPARATOR' TO WS-VEX-FIELD
             MOVE SCORE-REC   TO WS-CHK-VALUE
             PERFORM 0001-REPORT-LAYOUT
           END-IF.

           MOVE 'POINTS'         TO WS-VEX-FIELD.
           MOVE SCORE-REC-POINTS TO WS-CHK-VALUE.
           MOVE 3                TO WS-CHK-LENGTH.
           PERFORM 0001-CHECK-NUMERIC.

           MOVE 'DATETIME'         TO WS-VEX-FIELD.
           MOVE SCORE-REC-DATETIME TO WS-CHK-VALUE.
           PERFORM 0001-CHECK-DATETIME.

           MOVE 'PLAYER-ID'         TO WS-VEX-FIELD.
           MOVE SCORE-REC-PLAYER-ID TO WS-CHK-VALUE.
           PERFORM 0001-CHECK-PLAYER-KNOWN.

       0001-VALIDATE-SESSION-LOG.
           MOVE 3 TO WS-FILE-NO.

           OPEN INPUT SESSION-LOG-FILE.

           IF WS-SESSION-LOG-FILE-STATUS = '35'
             EXIT PARAGRAPH
           END-IF.

           IF NOT WS-SESSION-LOG-FILE-STATUS-OK
             MOVE "session-log.dat" TO WS-FAIL-FILE-NAME
             MOVE WS-SESSION-LOG-FILE-STATUS TO WS-FAIL-STATUS
             PERFORM 0001-FILE-ERROR-ABORT
           END-IF.

           PERFORM 0001-START-FILE.

           PERFORM UNTIL WS-EOF
             READ SESSION-LOG-FILE
               AT END
                 SET WS-EOF TO TRUE
               NOT AT END
                 PERFORM 0001-NEXT-RECORD
                 PERFORM 0001-CHECK-SESSION-REC
             END-READ
           END-PERFORM.

           CLOSE SESSION-LOG-FILE.

       0001-CHECK-SESSION-REC.
           IF SESSION-LOG-REC(22:1) NOT = SPACE
             OR SESSION-LOG-REC(44:1) NOT = SPACE
             OR SESSION-LOG-REC(48:1) NOT = SPACE
             OR SESSION-LOG-REC(52:1) NOT = SPACE
             OR SESSION-LOG-REC(56:1) NOT = SPACE
             OR SESSION-LOG-REC(58:1) NOT = SPACE
             OR SESSION-LOG-REC(67:1) NOT = SPACE
             OR SESSION-LOG-REC(69:1) NOT = SPACE
             MOVE 'SEPARATOR'                TO WS-VEX-FIELD
             MOVE SESSION-LOG-START-DATETIME TO WS-CHK-VALUE
             PERFORM 0001-REPORT-LAYOUT
           END-IF.

           MOVE 'START-DATETIME'           TO WS-VEX-FIELD.
           MOVE SESSION-LOG-START-DATETIME TO WS-CHK-VALUE.
           PERFORM 0001-CHECK-DATETIME.

           MOVE 'END-DATETIME'             TO WS-VEX-FIELD.
           MOVE SESSION-LOG-END-DATETIME   TO WS-CHK-VALUE.
           PERFORM 0001-CHECK-DATETIME.

           MOVE 3 TO WS-CHK-LENGTH.
           MOVE 'POINTS'                   TO WS-VEX-FIELD.
           MOVE SESSION-LOG-POINTS         TO WS-CHK-VALUE.
           PERFORM 0001-CHECK-NUMERIC.

           MOVE 'SNAKE-SIZE'               TO WS-VEX-FIELD.
           MOVE SESSION-LOG-SNAKE-SIZE     TO WS-CHK-VALUE.
           PERFORM 0001-CHECK-NUMERIC.

           MOVE 'FRUIT-EATEN'              TO WS-VEX-FIELD.
           MOVE SESSION-LOG-FRUIT-EATEN    TO WS-CHK-VALUE.
           PERFORM 0001-CHECK-NUMERIC.

           IF SESSION-LOG-PLAYER-NUMBER NOT = '1'
             AND SESSION-LOG-PLAYER-NUMBER NOT = '2'
             AND SESSION-LOG-PLAYER-NUMBER NOT = SPACE
             MOVE 'PLAYER-NUMBER'           TO WS-VEX-FIELD
             MOVE SESSION-LOG-PLAYER-NUMBER TO WS-CHK-VALUE
             PERFORM 0001-REPORT-BAD-CODE
           END-IF.

           IF SESSION-LOG-DEMO-FLAG NOT = 'N'
             AND SESSION-LOG-DEMO-FLAG NOT = 'Y'
             AND SESSION-LOG-DEMO-FLAG NOT = 'V'
             AND SESSION-LOG-DEMO-FLAG NOT = SPACE
             MOVE 'DEMO-FLAG'               TO WS-VEX-FIELD
             MOVE SESSION-LOG-DEMO-FLAG     TO WS-CHK-VALUE
             PERFORM 0001-REPORT-BAD-CODE
           END-IF.

           MOVE 'END-REASON'               TO WS-VEX-FIELD.
           MOVE SESSION-LOG-END-REASON     TO WS-CHK-VALUE.
           PERFORM 0001-CHECK-END-REASON.

           MOVE 'PLAYER-ID'                TO WS-VEX-FIELD.
           MOVE SESSION-LOG-PLAYER-ID      TO WS-CHK-VALUE.
           PERFORM 0001-CHECK-PLAYER-KNOWN.

       0001-VALIDATE-DAILY-SUMMARY.
           MOVE 4 TO WS-FILE-NO.
           MOVE 0 TO WS-DAY-COUNT.

           OPEN INPUT DAILY-SUMMARY-FILE.

           IF WS-DAILY-SUMMARY-FILE-STATUS = '35'
             EXIT PARAGRAPH
           END-IF.

           IF NOT WS-DAILY-SUMMARY-STATUS-OK
             MOVE "daily-summary.dat" TO WS-FAIL-FILE-NAME
             MOVE WS-DAILY-SUMMARY-FILE-STATUS TO WS-FAIL-STATUS
             PERFORM 0001-FILE-ERROR-ABORT
           END-IF.

           PERFORM 0001-START-FILE.

           PERFORM UNTIL WS-EOF
             READ DAILY-SUMMARY-FILE
               AT END
                 SET WS-EOF TO TRUE
               NOT AT END
                 PERFORM 0001-NEXT-RECORD
                 PERFORM 0001-CHECK-SUMMARY-REC
             END-READ
           END-PERFORM.

           CLOSE DAILY-SUMMARY-FILE.

      * A day EOD-CLOSE finished has its detail rows and then exactly
      * one close row; anything else is a close that broke or a hand
      * edit that added to a closed day.
           PERFORM VARYING DAY-IDX FROM 1 BY 1
             UNTIL DAY-IDX > WS-DAY-COUNT

             MOVE WS-DAY-FIRST-REC(DAY-IDX) TO WS-RECORD-NUMBER
             MOVE 'DATE'                    TO WS-VEX-FIELD
             MOVE WS-DAY-DATE(DAY-IDX)      TO WS-VEX-VALUE
             MOVE 3                         TO WS-VEX-SEVERITY

             IF WS-DAY-DETAIL-ROWS(DAY-IDX) > 0
               AND WS-DAY-CLOSE-ROWS(DAY-IDX) = 0
               MOVE 'NO-CLOSE' TO WS-VEX-RULE
               PERFORM 0001-WRITE-EXCEPTION
             END-IF

             IF WS-DAY-CLOSE-ROWS(DAY-IDX) > 1
               MOVE 'DUP-CLOSE' TO WS-VEX-RULE
               PERFORM 0001-WRITE-EXCEPTION
             END-IF
           END-PERFORM.

       0001-CHECK-SUMMARY-REC.
           IF DAILY-SUMMARY-REC(2:1) NOT = SPACE
             OR DAILY-SUMMARY-REC(11:1) NOT = SPACE
             MOVE 'SEPARATOR'       TO WS-VEX-FIELD
             MOVE DAILY-SUMMARY-REC TO WS-CHK-VALUE
             PERFORM 0001-REPORT-LAYOUT
           END-IF.

           MOVE 'DATE'   TO WS-VEX-FIELD.
           MOVE DSM-DATE TO WS-CHK-VALUE.
           PERFORM 0001-CHECK-DATE.

           EVALUATE DSM-REC-TYPE
             WHEN 'D'
               PERFORM 0001-CHECK-SUMMARY-DETAIL
             WHEN 'Z'
               MOVE 'CLOSE-DATETIME'   TO WS-VEX-FIELD
               MOVE DCL-CLOSE-DATETIME TO WS-CHK-VALUE
               PERFORM 0001-CHECK-DATETIME
             WHEN OTHER
               MOVE 'REC-TYPE'   TO WS-VEX-FIELD
               MOVE DSM-REC-TYPE TO WS-CHK-VALUE
               PERFORM 0001-REPORT-BAD-CODE
               EXIT PARAGRAPH
           END-EVALUATE.

           PERFORM 0001-TALLY-SUMMARY-DAY.

       0001-CHECK-SUMMARY-DETAIL.
           IF DAILY-SUMMARY-REC(20:1) NOT = SPACE
             OR DAILY-SUMMARY-REC(26:1) NOT = SPACE
             OR DAILY-SUMMARY-REC(35:1) NOT = SPACE
             OR DAILY-SUMMARY-REC(44:1) NOT = SPACE
             OR DAILY-SUMMARY-REC(48:1) NOT = SPACE
             OR DAILY-SUMMARY-REC(54:1) NOT = SPACE
             OR DAILY-SUMMARY-REC(60:1) NOT = SPACE
             OR DAILY-SUMMARY-REC(66:1) NOT = SPACE
             OR DAILY-SUMMARY-REC(72:1) NOT = SPACE
             OR DAILY-SUMMARY-REC(78:1) NOT = SPACE
             OR DAILY-SUMMARY-REC(84:1) NOT = SPACE
             MOVE 'SEPARATOR'   TO WS-VEX-FIELD
             MOVE DSM-PLAYER-ID TO WS-CHK-VALUE
             PERFORM 0001-REPORT-LAYOUT
           END-IF.

           MOVE 'PLAYER-ID'   TO WS-VEX-FIELD.
           MOVE DSM-PLAYER-ID TO WS-CHK-VALUE.
           PERFORM 0001-CHECK-PLAYER-KNOWN.

           MOVE 'GAMES'       TO WS-VEX-FIELD.
           MOVE DSM-GAMES     TO WS-CHK-VALUE.
           MOVE 5             TO WS-CHK-LENGTH.
           PERFORM 0001-CHECK-NUMERIC.

           MOVE 'POINTS'      TO WS-VEX-FIELD.
           MOVE DSM-POINTS    TO WS-CHK-VALUE.
           MOVE 8             TO WS-CHK-LENGTH.
           PERFORM 0001-CHECK-NUMERIC.

           MOVE 'FRUIT-EATEN' TO WS-VEX-FIELD.
           MOVE DSM-FRUIT-EATEN TO WS-CHK-VALUE.
           PERFORM 0001-CHECK-NUMERIC.

           MOVE 'HIGH-SCORE'  TO WS-VEX-FIELD.
           MOVE DSM-HIGH-SCORE TO WS-CHK-VALUE.
           MOVE 3             TO WS-CHK-LENGTH.
           PERFORM 0001-CHECK-NUMERIC.

      * EOD-CLOSE adds every counted row to games played but files
      * the end reason only under the seat that counts the game, so
      * a human seat 2 plays games with no reason on its row: the
      * end-reason counts can fall short of games played, never
      * exceed it. The sum is only taken when every count is a
      * number.
           MOVE 'Y' TO WS-CHK-VALID-SW.
           MOVE 0   TO WS-CHK-SUM.

           PERFORM VARYING WS-END-IDX FROM 1 BY 1 UNTIL WS-END-IDX > 7
             MOVE 'END-COUNT'                TO WS-VEX-FIELD
             MOVE DSM-END-COUNT(WS-END-IDX)  TO WS-CHK-VALUE
             MOVE 5                          TO WS-CHK-LENGTH
             PERFORM 0001-CHECK-NUMERIC
             IF DSM-END-COUNT(WS-END-IDX) IS NUMERIC
               MOVE DSM-END-COUNT(WS-END-IDX) TO WS-CHK-COUNT
               ADD WS-CHK-COUNT TO WS-CHK-SUM
             ELSE
               MOVE 'N' TO WS-CHK-VALID-SW
             END-IF
           END-PERFORM.

           IF WS-CHK-VALID AND DSM-GAMES IS NUMERIC
             MOVE DSM-GAMES TO WS-CHK-COUNT
             IF WS-CHK-SUM > WS-CHK-COUNT
               MOVE 'GAMES'     TO WS-VEX-FIELD
               MOVE 'BAD-TOTAL' TO WS-VEX-RULE
               MOVE 2           TO WS-VEX-SEVERITY
               MOVE DSM-GAMES   TO WS-VEX-VALUE
               PERFORM 0001-WRITE-EXCEPTION
             END-IF
           END-IF.

       0001-TALLY-SUMMARY-DAY.
           MOVE 'N' TO WS-DAY-FOUND-SW.

           PERFORM VARYING DAY-IDX FROM 1 BY 1
             UNTIL DAY-IDX > WS-DAY-COUNT

             IF WS-DAY-DATE(DAY-IDX) = DSM-DATE
               SET WS-DAY-FOUND TO TRUE
               EXIT PERFORM
             END-IF
           END-PERFORM.

           IF NOT WS-DAY-FOUND
             IF WS-DAY-COUNT >= 3000
               DISPLAY "DATA-VALIDATE: more than 3000 days in "
                       "daily-summary.dat -- raise the table size."
               MOVE 8 TO RETURN-CODE
               STOP RUN
             END-IF

             ADD 1 TO WS-DAY-COUNT
             SET DAY-IDX TO WS-DAY-COUNT
             MOVE DSM-DATE         TO WS-DAY-DATE(DAY-IDX)
             MOVE 0                TO WS-DAY-DETAIL-ROWS(DAY-IDX)
             MOVE 0                TO WS-DAY-CLOSE-ROWS(DAY-IDX)
             MOVE WS-RECORD-NUMBER TO WS-DAY-FIRST-REC(DAY-IDX)
           END-IF.

           IF DSM-REC-TYPE = 'D'
             ADD 1 TO WS-DAY-DETAIL-ROWS(DAY-IDX)
           ELSE
             ADD 1 TO WS-DAY-CLOSE-ROWS(DAY-IDX)
           END-IF.

       0001-VALIDATE-RATINGS.
           MOVE 5 TO WS-FILE-NO.

           OPEN INPUT RATINGS-FILE.

           IF WS-RATINGS-FILE-STATUS = '35'
             EXIT PARAGRAPH
           END-IF.

           IF NOT WS-RATINGS-FILE-STATUS-OK
             MOVE "ratings.dat" TO WS-FAIL-FILE-NAME
             MOVE WS-RATINGS-FILE-STATUS TO WS-FAIL-STATUS
             PERFORM 0001-FILE-ERROR-ABORT
           END-IF.

           PERFORM 0001-START-FILE.

           PERFORM UNTIL WS-EOF
             READ RATINGS-FILE
               AT END
                 SET WS-EOF TO TRUE
               NOT AT END
                 PERFORM 0001-NEXT-RECORD
                 PERFORM 0001-CHECK-RATING-REC
             END-READ
           END-PERFORM.

           CLOSE RATINGS-FILE.

       0001-CHECK-RATING-REC.
           IF RATING-REC(9:1) NOT = SPACE
             OR RATING-REC(14:1) NOT = SPACE
             OR RATING-REC(20:1) NOT = SPACE
             OR RATING-REC(26:1) NOT = SPACE
             MOVE 'SEPARATOR'   TO WS-VEX-FIELD
             MOVE RATING-REC    TO WS-CHK-VALUE
             PERFORM 0001-REPORT-LAYOUT
           END-IF.

           MOVE 'RATING'   TO WS-VEX-FIELD.
           MOVE RTG-RATING TO WS-CHK-VALUE.
           MOVE 4          TO WS-CHK-LENGTH.
           PERFORM 0001-CHECK-NUMERIC.

           MOVE 5          TO WS-CHK-LENGTH.
           MOVE 'WINS'     TO WS-VEX-FIELD.
           MOVE RTG-WINS   TO WS-CHK-VALUE.
           PERFORM 0001-CHECK-NUMERIC.

           MOVE 'LOSSES'   TO WS-VEX-FIELD.
           MOVE RTG-LOSSES TO WS-CHK-VALUE.
           PERFORM 0001-CHECK-NUMERIC.

           MOVE 'DRAWS'    TO WS-VEX-FIELD.
           MOVE RTG-DRAWS  TO WS-CHK-VALUE.
           PERFORM 0001-CHECK-NUMERIC.

           MOVE 'PLAYER-ID'   TO WS-VEX-FIELD.
           MOVE RTG-PLAYER-ID TO WS-CHK-VALUE.

           IF RTG-PLAYER-ID = SPACES
             PERFORM 0001-REPORT-MISSING
             EXIT PARAGRAPH
           END-IF.

           PERFORM 0001-CHECK-DUPLICATE-KEY.
           PERFORM 0001-CHECK-PLAYER-KNOWN.

       0001-VALIDATE-ACHIEVEMENTS.
           MOVE 6 TO WS-FILE-NO.

           OPEN INPUT ACHIEVEMENTS-FILE.

           IF WS-ACHIEVEMENTS-FILE-STATUS = '35'
             EXIT PARAGRAPH
           END-IF.

           IF NOT WS-ACHIEVEMENTS-STATUS-OK
             MOVE "achievements.dat" TO WS-FAIL-FILE-NAME
             MOVE WS-ACHIEVEMENTS-FILE-STATUS TO WS-FAIL-STATUS
             PERFORM 0001-FILE-ERROR-ABORT
           END-IF.

           PERFORM 0001-START-FILE.

           PERFORM UNTIL WS-EOF
             READ ACHIEVEMENTS-FILE
               AT END
                 SET WS-EOF TO TRUE
               NOT AT END
                 PERFORM 0001-NEXT-RECORD
                 PERFORM 0001-CHECK-ACHIEVEMENT-REC
             END-READ
           END-PERFORM.

           CLOSE ACHIEVEMENTS-FILE.

       0001-CHECK-ACHIEVEMENT-REC.
           IF ACHIEVEMENT-REC(9:1) NOT = SPACE
             OR ACHIEVEMENT-REC(18:1) NOT = SPACE
             OR ACHIEVEMENT-REC(40:1) NOT = SPACE
             MOVE 'SEPARATOR'     TO WS-VEX-FIELD
             MOVE ACHIEVEMENT-REC TO WS-CHK-VALUE
             PERFORM 0001-REPORT-LAYOUT
           END-IF.

      * A code outside the catalogue still reports under its raw code,
      * so it is an inconsistency rather than a damaged record.
           SET CATALOG-IDX TO 1.

           SEARCH WS-CATALOG-CODE
             AT END
               MOVE 'ACH-CODE'   TO WS-VEX-FIELD
               MOVE 'BAD-CODE'   TO WS-VEX-RULE
               MOVE 2            TO WS-VEX-SEVERITY
               MOVE ACH-CODE     TO WS-VEX-VALUE
               PERFORM 0001-WRITE-EXCEPTION
             WHEN WS-CATALOG-CODE(CATALOG-IDX) = ACH-CODE
               CONTINUE
           END-SEARCH.

           MOVE 'PLAYER-ID'   TO WS-VEX-FIELD.
           MOVE ACH-PLAYER-ID TO WS-CHK-VALUE.
           PERFORM 0001-CHECK-PLAYER-KNOWN.

           MOVE 'DATETIME'    TO WS-VEX-FIELD.
           MOVE ACH-DATETIME  TO WS-CHK-VALUE.
           PERFORM 0001-CHECK-DATETIME.

           MOVE 'POINTS'      TO WS-VEX-FIELD.
           MOVE ACH-POINTS    TO WS-CHK-VALUE.
           MOVE 3             TO WS-CHK-LENGTH.
           PERFORM 0001-CHECK-NUMERIC.

       0001-VALIDATE-MATCH-HISTORY.
           MOVE 7 TO WS-FILE-NO.

           OPEN INPUT MATCH-HISTORY-FILE.

           IF WS-MATCH-HISTORY-FILE-STATUS = '35'
             EXIT PARAGRAPH
           END-IF.

           IF NOT WS-MATCH-HISTORY-STATUS-OK
             MOVE "match-history.dat" TO WS-FAIL-FILE-NAME
             MOVE WS-MATCH-HISTORY-FILE-STATUS TO WS-FAIL-STATUS
             PERFORM 0001-FILE-ERROR-ABORT
           END-IF.

           PERFORM 0001-START-FILE.

           PERFORM UNTIL WS-EOF
             READ MATCH-HISTORY-FILE
               AT END
                 SET WS-EOF TO TRUE
               NOT AT END
                 PERFORM 0001-NEXT-RECORD
                 PERFORM 0001-CHECK-MATCH-REC
             END-READ
           END-PERFORM.

           CLOSE MATCH-HISTORY-FILE.

       0001-CHECK-MATCH-REC.
           IF MATCH-HISTORY-REC(22:1) NOT = SPACE
             OR MATCH-HISTORY-REC(31:1) NOT = SPACE
             OR MATCH-HISTORY-REC(35:1) NOT = SPACE
             OR MATCH-HISTORY-REC(44:1) NOT = SPACE
             OR MATCH-HISTORY-REC(48:1) NOT = SPACE
             OR MATCH-HISTORY-REC(50:1) NOT = SPACE
             OR MATCH-HISTORY-REC(52:1) NOT = SPACE
             MOVE 'SEPARATOR'       TO WS-VEX-FIELD
             MOVE MH-START-DATETIME TO WS-CHK-VALUE
             PERFORM 0001-REPORT-LAYOUT
           END-IF.

           MOVE 'START-DATETIME'   TO WS-VEX-FIELD.
           MOVE MH-START-DATETIME  TO WS-CHK-VALUE.
           PERFORM 0001-CHECK-DATETIME.

           MOVE 'PLAYER-1-ID'      TO WS-VEX-FIELD.
           MOVE MH-PLAYER-1-ID     TO WS-CHK-VALUE.
           PERFORM 0001-CHECK-PLAYER-KNOWN.

           MOVE 'PLAYER-2-ID'      TO WS-VEX-FIELD.
           MOVE MH-PLAYER-2-ID     TO WS-CHK-VALUE.
           PERFORM 0001-CHECK-PLAYER-KNOWN.

           MOVE 3 TO WS-CHK-LENGTH.
           MOVE 'PLAYER-1-PTS'     TO WS-VEX-FIELD.
           MOVE MH-PLAYER-1-POINTS TO WS-CHK-VALUE.
           PERFORM 0001-CHECK-NUMERIC.

           MOVE 'PLAYER-2-PTS'     TO WS-VEX-FIELD.
           MOVE MH-PLAYER-2-POINTS TO WS-CHK-VALUE.
           PERFORM 0001-CHECK-NUMERIC.

           IF MH-RESULT NOT = '1' AND MH-RESULT NOT = '2'
             AND MH-RESULT NOT = 'D'
             MOVE 'RESULT'  TO WS-VEX-FIELD
             MOVE MH-RESULT TO WS-CHK-VALUE
             PERFORM 0001-REPORT-BAD-CODE
           END-IF.

           MOVE 'END-REASON'  TO WS-VEX-FIELD.
           MOVE MH-END-REASON TO WS-CHK-VALUE.
           PERFORM 0001-CHECK-END-REASON.

           IF MH-DEMO-FLAG NOT = 'N' AND MH-DEMO-FLAG NOT = 'Y'
             AND MH-DEMO-FLAG NOT = 'V' AND MH-DEMO-FLAG NOT = 'S'
             MOVE 'DEMO-FLAG'  TO WS-VEX-FIELD
             MOVE MH-DEMO-FLAG TO WS-CHK-VALUE
             PERFORM 0001-REPORT-BAD-CODE
           END-IF.

       0001-VALIDATE-FEED-CONTROL.
           MOVE 8 TO WS-FILE-NO.

           OPEN INPUT FEED-CONTROL-FILE.

           IF WS-FEED-CONTROL-FILE-STATUS = '35'
             EXIT PARAGRAPH
           END-IF.

           IF NOT WS-FEED-CONTROL-STATUS-OK
             MOVE "feed-control.dat" TO WS-FAIL-FILE-NAME
             MOVE WS-FEED-CONTROL-FILE-STATUS TO WS-FAIL-STATUS
             PERFORM 0001-FILE-ERROR-ABORT
           END-IF.

           PERFORM 0001-START-FILE.

           PERFORM UNTIL WS-EOF
             READ FEED-CONTROL-FILE
               AT END
                 SET WS-EOF TO TRUE
               NOT AT END
                 PERFORM 0001-NEXT-RECORD
                 PERFORM 0001-CHECK-FEED-REC
             END-READ
           END-PERFORM.

           CLOSE FEED-CONTROL-FILE.

       0001-CHECK-FEED-REC.
           IF FEED-CONTROL-REC(9:1) NOT = SPACE
             OR FEED-CONTROL-REC(18:1) NOT = SPACE
             OR FEED-CONTROL-REC(40:1) NOT = SPACE
             OR FEED-CONTROL-REC(48:1) NOT = SPACE
             OR FEED-CONTROL-REC(57:1) NOT = SPACE
             OR FEED-CONTROL-REC(66:1) NOT = SPACE
             MOVE 'SEPARATOR'      TO WS-VEX-FIELD
             MOVE FEED-CONTROL-REC TO WS-CHK-VALUE
             PERFORM 0001-REPORT-LAYOUT
           END-IF.

           MOVE 'FROM-DATE'      TO WS-VEX-FIELD.
           MOVE FC-FROM-DATE     TO WS-CHK-VALUE.
           PERFORM 0001-CHECK-DATE.

           MOVE 'TO-DATE'        TO WS-VEX-FIELD.
           MOVE FC-TO-DATE       TO WS-CHK-VALUE.
           PERFORM 0001-CHECK-DATE.

           IF FC-FROM-DATE IS NUMERIC AND FC-TO-DATE IS NUMERIC
             AND FC-FROM-DATE > FC-TO-DATE
             MOVE 'TO-DATE'      TO WS-VEX-FIELD
             MOVE FC-TO-DATE     TO WS-CHK-VALUE
             PERFORM 0001-REPORT-BAD-RANGE
           END-IF.

           MOVE 'SENT-DATETIME'  TO WS-VEX-FIELD.
           MOVE FC-SENT-DATETIME TO WS-CHK-VALUE.
           PERFORM 0001-CHECK-DATETIME.

           MOVE 'DETAIL-COUNT'   TO WS-VEX-FIELD.
           MOVE FC-DETAIL-COUNT  TO WS-CHK-VALUE.
           MOVE 7                TO WS-CHK-LENGTH.
           PERFORM 0001-CHECK-NUMERIC.

           MOVE 'POINTS-TOTAL'   TO WS-VEX-FIELD.
           MOVE FC-POINTS-TOTAL  TO WS-CHK-VALUE.
           MOVE 8                TO WS-CHK-LENGTH.
           PERFORM 0001-CHECK-NUMERIC.

           IF FC-STATUS NOT = 'SENT' AND FC-STATUS NOT = 'ACCEPTED'
             AND FC-STATUS NOT = 'REJECTED'
             MOVE 'STATUS'  TO WS-VEX-FIELD
             MOVE FC-STATUS TO WS-CHK-VALUE
             PERFORM 0001-REPORT-BAD-CODE
           END-IF.

       0001-VALIDATE-SEASON-CALENDAR.
           MOVE 9 TO WS-FILE-NO.

           OPEN INPUT SEASON-CALENDAR-FILE.

           IF WS-CALENDAR-FILE-STATUS = '35'
             EXIT PARAGRAPH
           END-IF.

           IF NOT WS-CALENDAR-FILE-STATUS-OK
             MOVE "season-calendar.dat" TO WS-FAIL-FILE-NAME
             MOVE WS-CALENDAR-FILE-STATUS TO WS-FAIL-STATUS
             PERFORM 0001-FILE-ERROR-ABORT
           END-IF.

           PERFORM 0001-START-FILE.

           PERFORM UNTIL WS-EOF
             READ SEASON-CALENDAR-FILE
               AT END
                 SET WS-EOF TO TRUE
               NOT AT END
                 PERFORM 0001-NEXT-RECORD
                 PERFORM 0001-CHECK-SEASON-REC
             END-READ
           END-PERFORM.

           CLOSE SEASON-CALENDAR-FILE.

       0001-CHECK-SEASON-REC.
           IF SEASON-CALENDAR-REC(9:1) NOT = SPACE
             OR SEASON-CALENDAR-REC(18:1) NOT = SPACE
             OR SEASON-CALENDAR-REC(27:1) NOT = SPACE
             OR SEASON-CALENDAR-REC(29:1) NOT = SPACE
             MOVE 'SEPARATOR'         TO WS-VEX-FIELD
             MOVE SEASON-CALENDAR-REC TO WS-CHK-VALUE
             PERFORM 0001-REPORT-LAYOUT
           END-IF.

           MOVE 'SEASON-ID'   TO WS-VEX-FIELD.
           MOVE SEA-SEASON-ID TO WS-CHK-VALUE.

           IF SEA-SEASON-ID = SPACES
             PERFORM 0001-REPORT-MISSING
           ELSE
             PERFORM 0001-CHECK-DUPLICATE-KEY
           END-IF.

           MOVE 'FROM-DATE'   TO WS-VEX-FIELD.
           MOVE SEA-FROM-DATE TO WS-CHK-VALUE.
           PERFORM 0001-CHECK-DATE.

           MOVE 'TO-DATE'     TO WS-VEX-FIELD.
           MOVE SEA-TO-DATE   TO WS-CHK-VALUE.
           PERFORM 0001-CHECK-DATE.

           IF SEA-FROM-DATE IS NUMERIC AND SEA-TO-DATE IS NUMERIC
             AND SEA-FROM-DATE > SEA-TO-DATE
             MOVE 'TO-DATE'    TO WS-VEX-FIELD
             MOVE SEA-TO-DATE  TO WS-CHK-VALUE
             PERFORM 0001-REPORT-BAD-RANGE
           END-IF.

           EVALUATE SEA-STATUS
             WHEN SPACE
             WHEN 'F'
               CONTINUE
             WHEN 'C'
               MOVE 'CLOSED-DATETIME'   TO WS-VEX-FIELD
               MOVE SEA-CLOSED-DATETIME TO WS-CHK-VALUE
               PERFORM 0001-CHECK-DATETIME
             WHEN OTHER
               MOVE 'STATUS'   TO WS-VEX-FIELD
               MOVE SEA-STATUS TO WS-CHK-VALUE
               PERFORM 0001-REPORT-BAD-CODE
           END-EVALUATE.

       0001-CHECK-NUMERIC.
      * WS-CHK-VALUE's first WS-CHK-LENGTH bytes must be digits.
           IF WS-CHK-VALUE(1:WS-CHK-LENGTH) IS NOT NUMERIC
             MOVE 'NOT-NUMERIC' TO WS-VEX-RULE
             MOVE 3             TO WS-VEX-SEVERITY
             MOVE WS-CHK-VALUE  TO WS-VEX-VALUE
             PERFORM 0001-WRITE-EXCEPTION
           END-IF.

       0001-CHECK-DATETIME.
      * The 21-character stamp FUNCTION CURRENT-DATE gives every
      * program: YYYYMMDDHHMMSScc, a sign and the hhmm UTC offset.
           MOVE WS-CHK-VALUE TO WS-CHK-STAMP.
           MOVE 'N'          TO WS-CHK-VALID-SW.

           IF WS-CHK-STAMP(1:16) IS NUMERIC
             AND (WS-CHK-TZ-SIGN = '+' OR WS-CHK-TZ-SIGN = '-')
             AND WS-CHK-TZ-OFFSET IS NUMERIC
             AND WS-CHK-HH <= 23
             AND WS-CHK-MI <= 59
             AND WS-CHK-SS <= 59
             MOVE WS-CHK-YMD TO WS-CHK-DATE
             PERFORM 0001-TEST-CALENDAR-DATE
           END-IF.

           IF NOT WS-CHK-VALID
             MOVE 'BAD-DATETIME' TO WS-VEX-RULE
             MOVE 3              TO WS-VEX-SEVERITY
             MOVE WS-CHK-VALUE   TO WS-VEX-VALUE
             PERFORM 0001-WRITE-EXCEPTION
           END-IF.

       0001-CHECK-DATE.
           MOVE WS-CHK-VALUE(1:8) TO WS-CHK-DATE.
           PERFORM 0001-TEST-CALENDAR-DATE.

           IF NOT WS-CHK-VALID
             MOVE 'BAD-DATE'        TO WS-VEX-RULE
             MOVE 3                 TO WS-VEX-SEVERITY
             MOVE WS-CHK-VALUE(1:8) TO WS-VEX-VALUE
             PERFORM 0001-WRITE-EXCEPTION
           END-IF.

       0001-TEST-CALENDAR-DATE.
      * WS-CHK-DATE must be a real YYYYMMDD day, February 29th only
      * in a leap year.
           MOVE 'N' TO WS-CHK-VALID-SW.

           IF WS-CHK-DATE IS NOT NUMERIC
             OR WS-CHK-YYYY < 1900
             OR WS-CHK-MM < 1 OR WS-CHK-MM > 12
             OR WS-CHK-DD < 1
             EXIT PARAGRAPH
           END-IF.

           MOVE WS-MONTH-DAYS(WS-CHK-MM) TO WS-CHK-MONTH-DAYS.

           IF WS-CHK-MM = 2
             AND FUNCTION MOD(WS-CHK-YYYY, 4) = 0
             AND (FUNCTION MOD(WS-CHK-YYYY, 100) NOT = 0
               OR FUNCTION MOD(WS-CHK-YYYY, 400) = 0)
             MOVE 29 TO WS-CHK-MONTH-DAYS
           END-IF.

           IF WS-CHK-DD <= WS-CHK-MONTH-DAYS
             SET WS-CHK-VALID TO TRUE
           END-IF.

       0001-CHECK-END-REASON.
      * The reasons PLAYER-GAME records; blank on rows written before
      * the reason was recorded.
           IF WS-CHK-VALUE(1:1) NOT = 'W' AND NOT = 'S' AND NOT = 'O'
             AND NOT = 'C' AND NOT = 'Q' AND NOT = 'G' AND NOT = SPACE
             PERFORM 0001-REPORT-BAD-CODE
           END-IF.

       0001-CHECK-PLAYER-KNOWN.
           IF WS-CHK-VALUE(1:8) = SPACES
             OR WS-CHK-VALUE(1:8) = 'UNKNOWN'
             OR WS-CHK-VALUE(1:8) = 'DEMO'
             OR NOT WS-REGISTRY-LOADED
             EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING REG-IDX FROM 1 BY 1
             UNTIL REG-IDX > WS-REGISTRY-COUNT

             IF WS-REG-PLAYER-ID(REG-IDX) = WS-CHK-VALUE(1:8)
               EXIT PARAGRAPH
             END-IF
           END-PERFORM.

           MOVE 'UNKNOWN-ID'      TO WS-VEX-RULE.
           MOVE 2                 TO WS-VEX-SEVERITY.
           MOVE WS-CHK-VALUE(1:8) TO WS-VEX-VALUE.
           PERFORM 0001-WRITE-EXCEPTION.

       0001-CHECK-DUPLICATE-KEY.
      * Sets WS-KEY-FOUND (and reports DUP-KEY) when WS-CHK-VALUE's
      * first eight bytes were already seen in this file.
           MOVE 'N' TO WS-KEY-FOUND-SW.

           PERFORM VARYING KEY-IDX FROM 1 BY 1
             UNTIL KEY-IDX > WS-KEY-COUNT

             IF WS-KEY-VALUE(KEY-IDX) = WS-CHK-VALUE(1:8)
               SET WS-KEY-FOUND TO TRUE
               EXIT PERFORM
             END-IF
           END-PERFORM.

           IF WS-KEY-FOUND
             MOVE 'DUP-KEY'         TO WS-VEX-RULE
             MOVE 3                 TO WS-VEX-SEVERITY
             MOVE WS-CHK-VALUE(1:8) TO WS-VEX-VALUE
             PERFORM 0001-WRITE-EXCEPTION
             EXIT PARAGRAPH
           END-IF.

           IF WS-KEY-COUNT >= 200
             DISPLAY "DATA-VALIDATE: more than 200 keys in "
                     WS-VEX-FILE-NAME " -- raise the table size."
             MOVE 8 TO RETURN-CODE
             STOP RUN
           END-IF.

           ADD 1 TO WS-KEY-COUNT.
           SET KEY-IDX TO WS-KEY-COUNT.
           MOVE WS-CHK-VALUE(1:8) TO WS-KEY-VALUE(KEY-IDX).

       0001-REPORT-LAYOUT.
           MOVE 'LAYOUT'     TO WS-VEX-RULE.
           MOVE 3            TO WS-VEX-SEVERITY.
           MOVE WS-CHK-VALUE TO WS-VEX-VALUE.
           PERFORM 0001-WRITE-EXCEPTION.

       0001-REPORT-MISSING.
           MOVE 'MISSING'    TO WS-VEX-RULE.
           MOVE 3            TO WS-VEX-SEVERITY.
           MOVE WS-CHK-VALUE TO WS-VEX-VALUE.
           PERFORM 0001-WRITE-EXCEPTION.

       0001-REPORT-BAD-CODE.
           MOVE 'BAD-CODE'   TO WS-VEX-RULE.
           MOVE 3            TO WS-VEX-SEVERITY.
           MOVE WS-CHK-VALUE TO WS-VEX-VALUE.
           PERFORM 0001-WRITE-EXCEPTION.

       0001-REPORT-BAD-RANGE.
           MOVE 'BAD-RANGE'  TO WS-VEX-RULE.
           MOVE 3            TO WS-VEX-SEVERITY.
           MOVE WS-CHK-VALUE TO WS-VEX-VALUE.
           PERFORM 0001-WRITE-EXCEPTION.

       0001-WRITE-EXCEPTION.
           ADD 1 TO WS-FINDING-COUNT.
           ADD 1 TO WS-FST-FINDINGS(WS-FILE-NO).

           IF WS-VEX-SEVERITY >= WS-SEVERITY-THRESHOLD
             ADD 1 TO WS-HELD-COUNT
           END-IF.

           MOVE SPACES           TO EXCEPTION-REC.
           MOVE WS-VEX-FILE-NAME TO VEX-FILE-NAME.
           MOVE WS-RECORD-NUMBER TO VEX-RECORD-NUMBER.
           MOVE WS-VEX-FIELD     TO VEX-FIELD.
           MOVE WS-VEX-RULE      TO VEX-RULE.
           MOVE WS-VEX-SEVERITY  TO VEX-SEVERITY.
           MOVE WS-VEX-VALUE     TO VEX-VALUE.
           WRITE EXCEPTION-REC.

           IF NOT WS-EXCEPTION-FILE-STATUS-OK
             MOVE "validation-exceptions.dat" TO WS-FAIL-FILE-NAME
             MOVE WS-EXCEPTION-FILE-STATUS TO WS-FAIL-STATUS
             PERFORM 0001-FILE-ERROR-ABORT
           END-IF.

       0001-FILE-ERROR-ABORT.
           DISPLAY "DATA-VALIDATE: file error on " WS-FAIL-FILE-NAME
                   " status " WS-FAIL-STATUS.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.

       0001-DISPLAY-SUMMARY.
           DISPLAY "DATA-VALIDATE SUMMARY".
           DISPLAY "File                 Records Findings".

           PERFORM VARYING FILE-IDX FROM 1 BY 1 UNTIL FILE-IDX > 9
             IF WS-FST-PRESENT(FILE-IDX)
               DISPLAY WS-FST-NAME(FILE-IDX) " "
                       WS-FST-ROWS(FILE-IDX) "    "
                       WS-FST-FINDINGS(FILE-IDX)
             ELSE
               DISPLAY WS-FST-NAME(FILE-IDX) " not present"
             END-IF
           END-PERFORM.

           DISPLAY "Findings:               " WS-FINDING-COUNT.
           DISPLAY "Severity threshold:     " WS-SEVERITY-THRESHOLD.
           DISPLAY "Findings at threshold:  " WS-HELD-COUNT.

           IF WS-FINDING-COUNT > 0
             DISPLAY "See validation-exceptions.dat."
           END-IF.
